      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Class council (conselho de classe) support. Mode P
      *          prints the council pack CONSPACK.TXT per turma for
      *          the ano letivo/semester: every student whose final
      *          media lies within the margin of CONSPARM.TXT (default
      *          10,00) of the passing mark, with the four prova
      *          grades and their trend (per-prova average of the
      *          NOTASDISC.TXT subjects when the term has them), the
      *          absences of FALTAS.TXT and the RECUPERA result on
      *          VEREDITO.TXT. Mode D takes the council's decisions:
      *          APROVADO PELO CONSELHO writes situacao C on
      *          VEREDITO.TXT - honoured by BOLETIM, HISTESC, CERTIF,
      *          PROMOCAO and the other verdict readers - and
      *          MANTIDA A REPROVACAO leaves the verdict as it is
      *          (undoing an earlier council approval); each decision,
      *          with its justification and council date, goes to the
      *          register CONSDEC.TXT and the minute (ata) of the
      *          session prints on CONSATA.TXT. Mode A reprints the
      *          ata of a term from the register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. CONSELHO.
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

       SELECT ARQALU ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ALU.

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

       SELECT ARQPARM ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PARM.

       SELECT ARQDEC ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-DEC.

       SELECT ARQDATAP ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-DATAP.

       SELECT ARQORD ASSIGN TO DISK.

       SELECT ARQPACK-ORD ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ORD.

       SELECT ARQPACK ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQATA ASSIGN TO DISK
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

       FD  ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSPARM.TXT".
       01  REG-PARM.
           03 PARM-MARGEM              PIC 9(02)V99.

       FD  ARQDEC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSDEC.TXT".
       01  REG-DECISAO.
           03 DEC-MATRICULA            PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 DEC-ANOLETIVO            PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 DEC-SEMESTRE             PIC 9(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 DEC-TURMA                PIC X(05).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 DEC-DECISAO              PIC X(01).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 DEC-DATA-CONSELHO        PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 DEC-MEDIA                PIC 9(03)V99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 DEC-NOME                 PIC X(10).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 DEC-JUSTIFICATIVA        PIC X(40).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA               PIC 9(08).

       SD  ARQORD.
       01  SD-REG-PAUTA.
           03 SD-TURMA                 PIC X(05).
           03 SD-MATRICULA             PIC 9(03).
           03 SD-NOME                  PIC X(10).
           03 SD-NOTA1                 PIC 9(03)V99.
           03 SD-NOTA2                 PIC 9(03)V99.
           03 SD-NOTA3                 PIC 9(03)V99.
           03 SD-NOTA4                 PIC 9(03)V99.
           03 SD-MEDIA                 PIC 9(03)V99.
           03 SD-MEDIA-FINAL           PIC 9(03)V99.
           03 SD-RECUPERACAO           PIC X(01).
           03 SD-PERDIDAS              PIC 9(03).
           03 SD-DADAS                 PIC 9(03).
           03 SD-FREQUENCIA            PIC 9(03)V99.
           03 SD-SITUACAO              PIC X(01).

       FD  ARQPACK-ORD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSORD.TXT".
       01  REG-PAUTA-ORD.
           03 ORD-TURMA                PIC X(05).
           03 ORD-MATRICULA            PIC 9(03).
           03 ORD-NOME                 PIC X(10).
           03 ORD-NOTA1                PIC 9(03)V99.
           03 ORD-NOTA2                PIC 9(03)V99.
           03 ORD-NOTA3                PIC 9(03)V99.
           03 ORD-NOTA4                PIC 9(03)V99.
           03 ORD-MEDIA                PIC 9(03)V99.
           03 ORD-MEDIA-FINAL          PIC 9(03)V99.
           03 ORD-RECUPERACAO          PIC X(01).
           03 ORD-PERDIDAS             PIC 9(03).
           03 ORD-DADAS                PIC 9(03).
           03 ORD-FREQUENCIA           PIC 9(03)V99.
           03 ORD-SITUACAO             PIC X(01).

       FD  ARQPACK
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSPACK.TXT".
       01  REG-PAUTA                   PIC X(80).

       FD  ARQATA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSATA.TXT".
       01  REG-ATA                     PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CNSLRUN.TXT".
       01  REG-RUN                     PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                      PIC X(01) VALUE ' '.
       77  WS-REG-DADO                 PIC X(01) VALUE 'N'.
       77  WS-FALTAS-EOF               PIC X(01) VALUE ' '.
       77  WS-NOTAS-EOF                PIC X(01) VALUE ' '.
       77  WS-DEC-EOF                  PIC X(01) VALUE ' '.
       77  WS-STATUS-ALU               PIC X(02) VALUE SPACES.
           88 ALU-OK                       VALUE '00'.
       77  WS-STATUS-FALTAS            PIC X(02) VALUE SPACES.
           88 FALTAS-OK                    VALUE '00'.
       77  WS-STATUS-PARM              PIC X(02) VALUE SPACES.
           88 PARM-OK                      VALUE '00'.
       77  WS-STATUS-DEC               PIC X(02) VALUE SPACES.
           88 DEC-OK                       VALUE '00'.
           88 DEC-NAO-EXISTE               VALUE '35'.
       77  WS-STATUS-ORD               PIC X(02) VALUE SPACES.
           88 ORD-OK                       VALUE '00'.
       77  WS-MODO-EXECUCAO            PIC X(01) VALUE 'P'.
       77  WS-ANOLETIVO-PEDIDO         PIC 9(04) VALUE ZEROS.
       77  WS-SEMESTRE-PEDIDO          PIC 9(01) VALUE ZEROS.
       77  WS-MARGEM                   PIC 9(02)V99 VALUE 10,00.
       77  WS-MEDIA-MINIMA             PIC 9(03)V99 VALUE 70,00.
       77  WS-FREQ-MINIMA              PIC 9(03)V99 VALUE 75,00.
       77  WS-MEDIA-AUX                PIC 9(03)V99 VALUE ZEROS.
       77  WS-MEDIA-FINAL              PIC 9(03)V99 VALUE ZEROS.
       77  WS-DISTANCIA                PIC S9(03)V99 VALUE ZEROS.
       77  WS-FREQ-PCT                 PIC 9(03)V99 VALUE ZEROS.
       77  WS-PERDIDAS                 PIC 9(03) VALUE ZEROS.
       77  WS-DADAS                    PIC 9(03) VALUE ZEROS.
       77  WS-SITUACAO                 PIC X(01) VALUE SPACE.
           88 SIT-APROVADO                 VALUE 'A'.
           88 SIT-CONSELHO                 VALUE 'C'.
           88 SIT-REPROVADO                VALUE 'R'.
           88 SIT-REPROVADO-FALTA          VALUE 'F'.
       77  WS-QTD-ALU                  PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FALTAS               PIC 9(03) VALUE ZEROS.
       77  WS-IDX                      PIC 9(04) VALUE ZEROS.
       77  WS-IDX2                     PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ALU                  PIC 9(03) VALUE ZEROS.
       77  WS-TURMA-ANTERIOR           PIC X(05) VALUE SPACES.
       77  WS-PRIMEIRO                 PIC X(01) VALUE 'S'.
       77  WS-DATA-CONSELHO            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ANTERIOR            PIC 9(08) VALUE ZEROS.
       77  WS-MAT-PEDIDA               PIC 9(03) VALUE ZEROS.
       77  WS-DECISAO-PEDIDA           PIC X(01) VALUE SPACE.
           88 DECISAO-APROVA               VALUE 'A'.
           88 DECISAO-MANTEM               VALUE 'R'.
       77  WS-JUSTIF-PEDIDA            PIC X(40) VALUE SPACES.
       77  WS-VEREDITOS-ALTERADOS      PIC X(01) VALUE 'N'.
       77  WS-MOTIVO-RECUSA            PIC X(40) VALUE SPACES.
       77  WS-CONT-PAUTA               PIC 9(04) VALUE ZEROS.
       77  WS-CONT-TURMA-PAUTA         PIC 9(04) VALUE ZEROS.
       77  WS-CONT-DECISAO             PIC 9(04) VALUE ZEROS.
       77  WS-CONT-RECUSADA            PIC 9(04) VALUE ZEROS.
       77  WS-CONT-ATA                 PIC 9(04) VALUE ZEROS.
       77  WS-CONT-ATA-APROVA          PIC 9(04) VALUE ZEROS.
       77  WS-PONTILHADO               PIC X(80) VALUE ALL '-'.
       77  WS-LINHA-BRANCO             PIC X(80) VALUE SPACES.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY VEREDITO.

           COPY MEDIADISC.

       01  WS-DATA-CONSELHO-R.
           03 WS-DTC-ANO               PIC 9(04).
           03 WS-DTC-MES               PIC 9(02).
           03 WS-DTC-DIA               PIC 9(02).

      *    Alunos do termo pedido, com as quatro notas da tendencia
      *    (media por prova das disciplinas quando o termo as tem).
       01  WS-TAB-ALUNO.
           03 WS-ALU-ITEM OCCURS 500 TIMES.
              05 WS-ALU-TURMA          PIC X(05).
              05 WS-ALU-MATRICULA      PIC 9(03).
              05 WS-ALU-NOME           PIC X(10).
              05 WS-ALU-MEDIA          PIC 9(03)V99.
              05 WS-ALU-NOTA           PIC 9(03)V99 OCCURS 4 TIMES.
              05 WS-ALU-SOMA-DISC      PIC 9(05)V99 OCCURS 4 TIMES.
              05 WS-ALU-QTD-DISC       PIC 9(03).

       01  WS-TAB-FALTAS.
           03 WS-FAL-ITEM OCCURS 500 TIMES.
              05 WS-FAL-MATRICULA      PIC 9(03).
              05 WS-FAL-DADAS          PIC 9(03).
              05 WS-FAL-PERDIDAS       PIC 9(03).

       01  WS-LINHA1-PAUTA.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'PAUTA DO CONSELHO DE CLASSE '.
           03 WS-CAB-ANOLETIVO         PIC 9(04).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-CAB-SEMESTRE          PIC 9(01).
           03 FILLER PIC X(26) VALUE SPACES.

       01  WS-LINHA-MARGEM.
           03 FILLER                   PIC X(23)
               VALUE 'ALUNOS COM MEDIA A ATE '.
           03 WS-EXB-MARGEM            PIC Z9,99.
           03 FILLER                   PIC X(17)
               VALUE ' PONTOS DA MEDIA '.
           03 WS-EXB-MEDIA-MIN         PIC ZZ9,99.

       01  WS-LINHA-TURMA.
           03 FILLER                   PIC X(07) VALUE 'TURMA: '.
           03 WS-EXB-TURMA             PIC X(05).

       01  WS-CAB-COLUNAS.
           03 FILLER PIC X(21) VALUE 'MAT NOME'.
           03 FILLER PIC X(36)
               VALUE 'NOTA1  NOTA2  NOTA3  NOTA4  TENDENC'.
           03 FILLER PIC X(06) VALUE 'MEDIA'.

       01  WS-DETALHE-NOTAS.
           03 WS-DET-MATRICULA         PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DET-NOME              PIC X(10).
           03 FILLER                   PIC X(03) VALUE SPACES.
           03 WS-DET-NOTA1             PIC ZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DET-NOTA2             PIC ZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DET-NOTA3             PIC ZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DET-NOTA4             PIC ZZ9,99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-DET-TENDENCIA         PIC X(07).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-DET-MEDIA             PIC ZZ9,99.

       01  WS-DETALHE-SITUACAO.
           03 FILLER                   PIC X(12) VALUE '    FALTAS: '.
           03 WS-DET-PERDIDAS          PIC 9(03).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-DET-DADAS             PIC 9(03).
           03 FILLER                   PIC X(02) VALUE ' ('.
           03 WS-DET-FREQ              PIC ZZ9,99.
           03 FILLER                   PIC X(09) VALUE '% FREQ)  '.
           03 WS-DET-RECUPERACAO       PIC X(20).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DET-SITUACAO          PIC X(20).

       01  WS-LINHA-REC.
           03 FILLER                   PIC X(06) VALUE 'RECUP '.
           03 WS-REC-MEDIA             PIC ZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-REC-SITUACAO          PIC X(07).

       01  WS-RODAPE-TURMA.
           03 FILLER                   PIC X(24)
               VALUE '  ALUNOS NA PAUTA:     '.
           03 WS-TOT-TURMA             PIC ZZZ9.

       01  WS-RODAPE-PAUTA.
           03 FILLER                   PIC X(24)
               VALUE 'TOTAL NA PAUTA:         '.
           03 WS-TOT-PAUTA             PIC ZZZ9.

       01  WS-LINHA1-ATA.
           03 FILLER PIC X(16) VALUE SPACES.
           03 FILLER PIC X(34)
               VALUE 'ATA DO CONSELHO DE CLASSE - TERMO '.
           03 WS-ATA-ANOLETIVO         PIC 9(04).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-ATA-SEMESTRE          PIC 9(01).
           03 FILLER PIC X(24) VALUE SPACES.

       01  WS-LINHA-DATA-ATA.
           03 FILLER                   PIC X(23)
               VALUE 'REUNIAO DO CONSELHO EM '.
           03 WS-ATA-DATA              PIC X(10).

       01  WS-DETALHE-ATA.
           03 FILLER                   PIC X(04) VALUE 'MAT '.
           03 WS-ATA-MATRICULA         PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-ATA-NOME              PIC X(10).
           03 FILLER                   PIC X(07) VALUE ' TURMA '.
           03 WS-ATA-TURMA             PIC X(05).
           03 FILLER                   PIC X(07) VALUE ' MEDIA '.
           03 WS-ATA-MEDIA             PIC ZZ9,99.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-ATA-DECISAO           PIC X(22).

       01  WS-JUSTIFICATIVA-ATA.
           03 FILLER                   PIC X(19)
               VALUE '    JUSTIFICATIVA: '.
           03 WS-ATA-JUSTIFICATIVA     PIC X(40).

       01  WS-RODAPE-ATA1.
           03 FILLER                   PIC X(30)
               VALUE 'DECISOES REGISTRADAS:'.
           03 WS-TOT-ATA               PIC ZZZ9.

       01  WS-RODAPE-ATA2.
           03 FILLER                   PIC X(30)
               VALUE 'APROVADOS PELO CONSELHO:'.
           03 WS-TOT-ATA-APROVA        PIC ZZZ9.

       01  WS-ASSINATURA1.
           03 FILLER PIC X(40) VALUE ALL '_'.
           03 FILLER PIC X(40) VALUE '  PRESIDENTE DO CONSELHO'.

       01  WS-ASSINATURA2.
           03 FILLER PIC X(40) VALUE ALL '_'.
           03 FILLER PIC X(40) VALUE '  SECRETARIA ESCOLAR'.

       01  WS-DATA-EXB                 PIC X(10) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
               DISPLAY 'MODO (P)AUTA, (D)ECISOES OU (A)TA: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT
               DISPLAY 'ANO LETIVO: '
               ACCEPT WS-ANOLETIVO-PEDIDO FROM DADO-INPUT
               DISPLAY 'SEMESTRE: '
               ACCEPT WS-SEMESTRE-PEDIDO FROM DADO-INPUT

               PERFORM 9500-OBTEM-DATA-PROCESSO

               EVALUATE WS-MODO-EXECUCAO
                   WHEN 'A'
                       DISPLAY 'DATA DO CONSELHO (AAAAMMDD, ZEROS = '
                               'TODAS): '
                       ACCEPT WS-DATA-CONSELHO FROM DADO-INPUT
                       PERFORM 6000-IMPRIME-ATA
                       MOVE WS-CONT-ATA TO WS-RUN-PROCESSADOS
                   WHEN 'D'
                       PERFORM 0100-CARREGA-TERMO
                       IF WS-QTD-ALU > ZEROS
                           PERFORM 4000-SESSAO-DECISOES
                       END-IF
                   WHEN OTHER
                       PERFORM 0100-CARREGA-TERMO
                       IF WS-QTD-ALU > ZEROS
                           PERFORM 3000-PAUTA
                       END-IF
               END-EVALUATE

               MOVE 'CONSELHO'       TO WS-RUN-PROGRAMA
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-TERMO.
      *----------------------------------------------------------------*
           PERFORM 9600-CARREGA-VEREDITOS
           PERFORM 9620-CARREGA-MEDIAS-DISC
           PERFORM 0150-LE-MARGEM

           OPEN INPUT ARQALU
           IF ALU-OK
               PERFORM UNTIL WS-EOF = 'S'
                   PERFORM 0250-LE-ALUNO
                   IF WS-EOF NOT = 'S'
                      AND FD-ANOLETIVO-ALU = WS-ANOLETIVO-PEDIDO
                      AND FD-SEMESTRE-ALU = WS-SEMESTRE-PEDIDO
                       PERFORM 0200-GUARDA-ALUNO
                   END-IF
               END-PERFORM
               CLOSE ARQALU
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ARQALUNOS.TXT' TO WS-RUN-MOTIVO
               MOVE 'CON001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQALU - STATUS: '
                       WS-STATUS-ALU
           END-IF

           IF WS-QTD-ALU = ZEROS AND NOT FIM-ANORMAL
               SET FIM-ANORMAL TO TRUE
               MOVE 'NENHUM ALUNO NO TERMO PEDIDO' TO WS-RUN-MOTIVO
               MOVE 'CON002' TO WS-RUN-CODIGO
               DISPLAY 'NENHUM ALUNO DO TERMO ' WS-ANOLETIVO-PEDIDO
                       '/' WS-SEMESTRE-PEDIDO ' EM ARQALUNOS.TXT'
           END-IF

           PERFORM 0300-CARREGA-NOTAS-PROVA
           PERFORM 0400-CARREGA-FALTAS
           .
           EXIT.
      *----------------------------------------------------------------*
       0150-LE-MARGEM.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPARM
           IF PARM-OK
               READ ARQPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-MARGEM IS NUMERIC
                          AND PARM-MARGEM > ZEROS
                           MOVE PARM-MARGEM TO WS-MARGEM
                       END-IF
               END-READ
               CLOSE ARQPARM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-GUARDA-ALUNO.
      *----------------------------------------------------------------*
           IF WS-QTD-ALU < 500
               ADD 1 TO WS-QTD-ALU
               MOVE FD-TURMA-ALU     TO WS-ALU-TURMA(WS-QTD-ALU)
               MOVE FD-MATRICULA-ALU TO WS-ALU-MATRICULA(WS-QTD-ALU)
               MOVE FD-NOME-ALU      TO WS-ALU-NOME(WS-QTD-ALU)
               MOVE FD-NOTA1-ALU     TO WS-ALU-NOTA(WS-QTD-ALU 1)
               MOVE FD-NOTA2-ALU     TO WS-ALU-NOTA(WS-QTD-ALU 2)
               MOVE FD-NOTA3-ALU     TO WS-ALU-NOTA(WS-QTD-ALU 3)
               MOVE FD-NOTA4-ALU     TO WS-ALU-NOTA(WS-QTD-ALU 4)
               MOVE ZEROS TO WS-ALU-SOMA-DISC(WS-QTD-ALU 1)
                             WS-ALU-SOMA-DISC(WS-QTD-ALU 2)
                             WS-ALU-SOMA-DISC(WS-QTD-ALU 3)
                             WS-ALU-SOMA-DISC(WS-QTD-ALU 4)
                             WS-ALU-QTD-DISC(WS-QTD-ALU)

               COMPUTE WS-MEDIA-AUX =
                   (FD-NOTA1-ALU + FD-NOTA2-ALU +
                    FD-NOTA3-ALU + FD-NOTA4-ALU) / 4

      *        Termo com notas por disciplina usa a media ponderada -
      *        o mesmo numero do boletim.
               MOVE FD-MATRICULA-ALU TO WS-MDI-CHAVE-MAT
               MOVE FD-ANOLETIVO-ALU TO WS-MDI-CHAVE-ANO
               MOVE FD-SEMESTRE-ALU  TO WS-MDI-CHAVE-SEM
               PERFORM 9640-MEDIA-PONDERADA
               IF MEDIA-DISC-ACHADA
                   MOVE WS-MDI-MEDIA TO WS-MEDIA-AUX
               END-IF
               MOVE WS-MEDIA-AUX TO WS-ALU-MEDIA(WS-QTD-ALU)
           ELSE
               DISPLAY 'ALUNO IGNORADO - LIMITE DE 500 ALUNOS '
                       'EXCEDIDO: ' FD-MATRICULA-ALU
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0250-LE-ALUNO.
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
       0300-CARREGA-NOTAS-PROVA.
      *----------------------------------------------------------------*
      *    Com notas por disciplina, a tendencia usa a media simples
      *    de cada prova entre as disciplinas do aluno.
           OPEN INPUT ARQNOTAS
           IF NOTAS-ARQ-OK
               PERFORM UNTIL WS-NOTAS-EOF = 'S'
                   READ ARQNOTAS
                       AT END
                           MOVE 'S' TO WS-NOTAS-EOF
                       NOT AT END
                           IF NTD-ANOLETIVO = WS-ANOLETIVO-PEDIDO
                              AND NTD-SEMESTRE = WS-SEMESTRE-PEDIDO
                               PERFORM 0350-SOMA-NOTA-PROVA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQNOTAS
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ALU
               IF WS-ALU-QTD-DISC(WS-IDX) > ZEROS
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                           UNTIL WS-IDX2 > 4
                       COMPUTE WS-ALU-NOTA(WS-IDX WS-IDX2) =
                           WS-ALU-SOMA-DISC(WS-IDX WS-IDX2) /
                           WS-ALU-QTD-DISC(WS-IDX)
                   END-PERFORM
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0350-SOMA-NOTA-PROVA.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ALU
               IF WS-ALU-MATRICULA(WS-IDX) = NTD-MATRICULA
                   ADD NTD-NOTA1 TO WS-ALU-SOMA-DISC(WS-IDX 1)
                   ADD NTD-NOTA2 TO WS-ALU-SOMA-DISC(WS-IDX 2)
                   ADD NTD-NOTA3 TO WS-ALU-SOMA-DISC(WS-IDX 3)
                   ADD NTD-NOTA4 TO WS-ALU-SOMA-DISC(WS-IDX 4)
                   ADD 1 TO WS-ALU-QTD-DISC(WS-IDX)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-FALTAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQFALTAS
           IF FALTAS-OK
               PERFORM UNTIL WS-FALTAS-EOF = 'S'
                   READ ARQFALTAS
                       AT END
                           MOVE 'S' TO WS-FALTAS-EOF
                       NOT AT END
                           IF FAL-ANOLETIVO = WS-ANOLETIVO-PEDIDO
                              AND FAL-SEMESTRE = WS-SEMESTRE-PEDIDO
                              AND WS-QTD-FALTAS < 500
                               ADD 1 TO WS-QTD-FALTAS
                               MOVE FAL-MATRICULA TO
                                   WS-FAL-MATRICULA(WS-QTD-FALTAS)
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
       2000-APURA-SITUACAO.
      *----------------------------------------------------------------*
      *    Situacao atual do aluno WS-IDX-ALU pelas regras da
      *    promocao: media final (recuperacao prevalece) e frequencia.
           MOVE WS-ALU-MEDIA(WS-IDX-ALU) TO WS-MEDIA-FINAL

           MOVE WS-ALU-MATRICULA(WS-IDX-ALU) TO WS-VER-CHAVE-MAT
           MOVE WS-ANOLETIVO-PEDIDO          TO WS-VER-CHAVE-ANO
           MOVE WS-SEMESTRE-PEDIDO           TO WS-VER-CHAVE-SEM
           PERFORM 9650-BUSCA-VEREDITO
           IF VEREDITO-ACHADO
               MOVE WS-VER-MEDIA-FINAL TO WS-MEDIA-FINAL
           END-IF

           MOVE 100,00 TO WS-FREQ-PCT
           MOVE ZEROS  TO WS-PERDIDAS
           MOVE ZEROS  TO WS-DADAS
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-FALTAS
               IF WS-FAL-MATRICULA(WS-IDX2) =
                  WS-ALU-MATRICULA(WS-IDX-ALU)
                  AND WS-FAL-DADAS(WS-IDX2) > ZEROS
                   MOVE WS-FAL-PERDIDAS(WS-IDX2) TO WS-PERDIDAS
                   MOVE WS-FAL-DADAS(WS-IDX2)    TO WS-DADAS
                   COMPUTE WS-FREQ-PCT =
                       ((WS-FAL-DADAS(WS-IDX2) -
                         WS-FAL-PERDIDAS(WS-IDX2)) * 100)
                       / WS-FAL-DADAS(WS-IDX2)
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN VEREDITO-ACHADO AND VEREDITO-CONSELHO
                   MOVE 'C' TO WS-SITUACAO
               WHEN WS-MEDIA-FINAL < WS-MEDIA-MINIMA
                   MOVE 'R' TO WS-SITUACAO
               WHEN WS-FREQ-PCT < WS-FREQ-MINIMA
                   MOVE 'F' TO WS-SITUACAO
               WHEN OTHER
                   MOVE 'A' TO WS-SITUACAO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-PAUTA.
      *----------------------------------------------------------------*
           SORT ARQORD
               ON ASCENDING KEY SD-TURMA SD-MATRICULA
               INPUT PROCEDURE 3100-SELECIONA-PAUTA
               GIVING ARQPACK-ORD

           OPEN INPUT ARQPACK-ORD
           IF ORD-OK
               OPEN OUTPUT ARQPACK

               MOVE WS-ANOLETIVO-PEDIDO TO WS-CAB-ANOLETIVO
               MOVE WS-SEMESTRE-PEDIDO  TO WS-CAB-SEMESTRE
               MOVE WS-MARGEM           TO WS-EXB-MARGEM
               MOVE WS-MEDIA-MINIMA     TO WS-EXB-MEDIA-MIN
               DISPLAY WS-LINHA1-PAUTA
               WRITE REG-PAUTA FROM WS-LINHA1-PAUTA
               WRITE REG-PAUTA FROM WS-LINHA-DATAS
               WRITE REG-PAUTA FROM WS-LINHA-MARGEM

               MOVE ' ' TO WS-EOF
               MOVE 'S' TO WS-PRIMEIRO
               PERFORM 3400-LER-ORDENADO
               PERFORM UNTIL WS-EOF = 'S'
                   IF ORD-TURMA NOT = WS-TURMA-ANTERIOR
                      OR WS-PRIMEIRO = 'S'
                       IF WS-PRIMEIRO = 'N'
                           PERFORM 3300-FECHA-TURMA
                       END-IF
                       MOVE 'N' TO WS-PRIMEIRO
                       MOVE ORD-TURMA TO WS-TURMA-ANTERIOR
                       MOVE ORD-TURMA TO WS-EXB-TURMA
                       WRITE REG-PAUTA FROM WS-PONTILHADO
                       DISPLAY WS-LINHA-TURMA
                       WRITE REG-PAUTA FROM WS-LINHA-TURMA
                       WRITE REG-PAUTA FROM WS-CAB-COLUNAS
                   END-IF
                   PERFORM 3200-IMPRIME-ALUNO
                   PERFORM 3400-LER-ORDENADO
               END-PERFORM
               IF WS-PRIMEIRO = 'N'
                   PERFORM 3300-FECHA-TURMA
               END-IF

               MOVE WS-CONT-PAUTA TO WS-TOT-PAUTA
               WRITE REG-PAUTA FROM WS-PONTILHADO
               DISPLAY WS-RODAPE-PAUTA
               WRITE REG-PAUTA FROM WS-RODAPE-PAUTA

               CLOSE ARQPACK
               MOVE WS-CONT-PAUTA TO WS-RUN-PROCESSADOS
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR CONSORD.TXT' TO WS-RUN-MOTIVO
               MOVE 'CON003' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQPACK-ORD - STATUS: '
                       WS-STATUS-ORD
           END-IF
           CLOSE ARQPACK-ORD
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-SELECIONA-PAUTA.
      *----------------------------------------------------------------*
      *    Entra na pauta quem esta a ate WS-MARGEM pontos da media
      *    minima, acima ou abaixo, pela media final do termo.
           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > WS-QTD-ALU
               PERFORM 2000-APURA-SITUACAO
               COMPUTE WS-DISTANCIA = WS-MEDIA-FINAL - WS-MEDIA-MINIMA
               IF WS-DISTANCIA < ZEROS
                   COMPUTE WS-DISTANCIA = WS-DISTANCIA * -1
               END-IF

               IF WS-DISTANCIA <= WS-MARGEM
                   MOVE WS-ALU-TURMA(WS-IDX-ALU)     TO SD-TURMA
                   MOVE WS-ALU-MATRICULA(WS-IDX-ALU) TO SD-MATRICULA
                   MOVE WS-ALU-NOME(WS-IDX-ALU)      TO SD-NOME
                   MOVE WS-ALU-NOTA(WS-IDX-ALU 1)    TO SD-NOTA1
                   MOVE WS-ALU-NOTA(WS-IDX-ALU 2)    TO SD-NOTA2
                   MOVE WS-ALU-NOTA(WS-IDX-ALU 3)    TO SD-NOTA3
                   MOVE WS-ALU-NOTA(WS-IDX-ALU 4)    TO SD-NOTA4
                   MOVE WS-ALU-MEDIA(WS-IDX-ALU)     TO SD-MEDIA
                   MOVE WS-MEDIA-FINAL               TO SD-MEDIA-FINAL
                   IF VEREDITO-ACHADO
                       MOVE WS-VER-SITUACAO-FIN TO SD-RECUPERACAO
                   ELSE
                       MOVE SPACE TO SD-RECUPERACAO
                   END-IF
                   MOVE WS-PERDIDAS                  TO SD-PERDIDAS
                   MOVE WS-DADAS                     TO SD-DADAS
                   MOVE WS-FREQ-PCT                  TO SD-FREQUENCIA
                   MOVE WS-SITUACAO                  TO SD-SITUACAO
                   RELEASE SD-REG-PAUTA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-IMPRIME-ALUNO.
      *----------------------------------------------------------------*
           MOVE ORD-MATRICULA TO WS-DET-MATRICULA
           MOVE ORD-NOME      TO WS-DET-NOME
           MOVE ORD-NOTA1     TO WS-DET-NOTA1
           MOVE ORD-NOTA2     TO WS-DET-NOTA2
           MOVE ORD-NOTA3     TO WS-DET-NOTA3
           MOVE ORD-NOTA4     TO WS-DET-NOTA4
           MOVE ORD-MEDIA     TO WS-DET-MEDIA

      *    Tendencia: ultima prova contra a primeira.
           EVALUATE TRUE
               WHEN ORD-NOTA4 > ORD-NOTA1
                   MOVE 'SUBINDO' TO WS-DET-TENDENCIA
               WHEN ORD-NOTA4 < ORD-NOTA1
                   MOVE 'CAINDO'  TO WS-DET-TENDENCIA
               WHEN OTHER
                   MOVE 'ESTAVEL' TO WS-DET-TENDENCIA
           END-EVALUATE

           MOVE ORD-PERDIDAS  TO WS-DET-PERDIDAS
           MOVE ORD-DADAS     TO WS-DET-DADAS
           MOVE ORD-FREQUENCIA TO WS-DET-FREQ

           IF ORD-RECUPERACAO = SPACE
               MOVE 'SEM RECUPERACAO' TO WS-DET-RECUPERACAO
           ELSE
               MOVE ORD-MEDIA-FINAL TO WS-REC-MEDIA
               EVALUATE ORD-RECUPERACAO
                   WHEN 'A'
                       MOVE 'APROV.' TO WS-REC-SITUACAO
                   WHEN 'C'
                       MOVE 'CONS.'  TO WS-REC-SITUACAO
                   WHEN OTHER
                       MOVE 'REPROV.' TO WS-REC-SITUACAO
               END-EVALUATE
               MOVE WS-LINHA-REC TO WS-DET-RECUPERACAO
           END-IF

           EVALUATE ORD-SITUACAO
               WHEN 'A'
                   MOVE 'APROVADO'            TO WS-DET-SITUACAO
               WHEN 'C'
                   MOVE 'APROVADO (CONSELHO)' TO WS-DET-SITUACAO
               WHEN 'F'
                   MOVE 'REPROVADO POR FALTA' TO WS-DET-SITUACAO
               WHEN OTHER
                   MOVE 'REPROVADO'           TO WS-DET-SITUACAO
           END-EVALUATE

           DISPLAY WS-DETALHE-NOTAS
           WRITE REG-PAUTA FROM WS-DETALHE-NOTAS
           WRITE REG-PAUTA FROM WS-DETALHE-SITUACAO

           ADD 1 TO WS-CONT-PAUTA
           ADD 1 TO WS-CONT-TURMA-PAUTA
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-FECHA-TURMA.
      *----------------------------------------------------------------*
           MOVE WS-CONT-TURMA-PAUTA TO WS-TOT-TURMA
           WRITE REG-PAUTA FROM WS-RODAPE-TURMA
           MOVE ZEROS TO WS-CONT-TURMA-PAUTA
           .
           EXIT.
      *----------------------------------------------------------------*
       3400-LER-ORDENADO.
      *----------------------------------------------------------------*
           READ ARQPACK-ORD
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   CONTINUE
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-SESSAO-DECISOES.
      *----------------------------------------------------------------*
           DISPLAY 'DATA DO CONSELHO (AAAAMMDD): '
           ACCEPT WS-DATA-CONSELHO FROM DADO-INPUT
           MOVE WS-DATA-CONSELHO TO WS-DATA-CONSELHO-R

           IF WS-DTC-MES < 1 OR WS-DTC-MES > 12
              OR WS-DTC-DIA < 1 OR WS-DTC-DIA > 31
              OR WS-DATA-CONSELHO > WS-DATA-NEGOCIO
               SET FIM-ANORMAL TO TRUE
               MOVE 'DATA DO CONSELHO INVALIDA' TO WS-RUN-MOTIVO
               MOVE 'CON004' TO WS-RUN-CODIGO
               DISPLAY 'DATA DO CONSELHO INVALIDA OU FUTURA: '
                       WS-DATA-CONSELHO
           ELSE
               DISPLAY 'MATRICULA (ZEROS PARA ENCERRAR): '
               ACCEPT WS-MAT-PEDIDA FROM DADO-INPUT

               PERFORM UNTIL WS-MAT-PEDIDA = ZEROS
                   DISPLAY 'DECISAO (A)PROVADO PELO CONSELHO OU '
                           '(R) MANTIDA A REPROVACAO: '
                   ACCEPT WS-DECISAO-PEDIDA FROM DADO-INPUT
                   DISPLAY 'JUSTIFICATIVA: '
                   ACCEPT WS-JUSTIF-PEDIDA FROM DADO-INPUT
                   PERFORM 4100-TRATA-DECISAO
                   DISPLAY 'MATRICULA (ZEROS PARA ENCERRAR): '
                   ACCEPT WS-MAT-PEDIDA FROM DADO-INPUT
               END-PERFORM

               IF WS-VEREDITOS-ALTERADOS = 'S'
                   PERFORM 4500-REGRAVA-VEREDITOS
               END-IF

               DISPLAY 'DECISOES REGISTRADAS: ' WS-CONT-DECISAO
               DISPLAY 'DECISOES RECUSADAS  : ' WS-CONT-RECUSADA

      *        A ata da reuniao sai com todas as decisoes da data.
               IF WS-CONT-DECISAO > ZEROS
                   PERFORM 6000-IMPRIME-ATA
               END-IF
           END-IF

           MOVE WS-CONT-DECISAO  TO WS-RUN-PROCESSADOS
           MOVE WS-CONT-RECUSADA TO WS-RUN-REJEITADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-TRATA-DECISAO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ALU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ALU
               IF WS-ALU-MATRICULA(WS-IDX) = WS-MAT-PEDIDA
                   MOVE WS-IDX TO WS-IDX-ALU
               END-IF
           END-PERFORM

           MOVE SPACES TO WS-MOTIVO-RECUSA
           IF WS-IDX-ALU > ZEROS
               PERFORM 2000-APURA-SITUACAO
           END-IF

           EVALUATE TRUE
               WHEN WS-IDX-ALU = ZEROS
                   MOVE 'MATRICULA FORA DO TERMO' TO WS-MOTIVO-RECUSA
               WHEN NOT DECISAO-APROVA AND NOT DECISAO-MANTEM
                   MOVE 'DECISAO DEVE SER A OU R' TO WS-MOTIVO-RECUSA
               WHEN WS-JUSTIF-PEDIDA = SPACES
                   MOVE 'JUSTIFICATIVA OBRIGATORIA'
                       TO WS-MOTIVO-RECUSA
               WHEN SIT-APROVADO
                   MOVE 'ALUNO JA APROVADO - NADA A DECIDIR'
                       TO WS-MOTIVO-RECUSA
               WHEN SIT-CONSELHO AND DECISAO-APROVA
                   MOVE 'ALUNO JA APROVADO PELO CONSELHO'
                       TO WS-MOTIVO-RECUSA
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-MOTIVO-RECUSA NOT = SPACES
               ADD 1 TO WS-CONT-RECUSADA
               DISPLAY 'DECISAO RECUSADA - MAT ' WS-MAT-PEDIDA ': '
                       WS-MOTIVO-RECUSA
           ELSE
               IF DECISAO-APROVA
                   MOVE 'C' TO WS-SITUACAO
                   PERFORM 4200-ATUALIZA-VEREDITO
               ELSE
      *            Reprovacao mantida desfaz aprovacao anterior do
      *            conselho; sem ela o veredito fica como esta.
                   IF SIT-CONSELHO
                       MOVE 'R' TO WS-SITUACAO
                       PERFORM 4200-ATUALIZA-VEREDITO
                   END-IF
               END-IF
               PERFORM 4300-GRAVA-DECISAO
               ADD 1 TO WS-CONT-DECISAO
               DISPLAY 'DECISAO REGISTRADA - MAT ' WS-MAT-PEDIDA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4200-ATUALIZA-VEREDITO.
      *----------------------------------------------------------------*
      *    A media gravada continua sendo a media real do aluno; so a
      *    situacao muda.
           MOVE ZEROS TO WS-IDX
           PERFORM VARYING WS-IDX-VER FROM 1 BY 1
                   UNTIL WS-IDX-VER > WS-QTD-VER
               IF WS-VER-MATRICULA(WS-IDX-VER) = WS-MAT-PEDIDA
                  AND WS-VER-ANOLETIVO(WS-IDX-VER) =
                      WS-ANOLETIVO-PEDIDO
                  AND WS-VER-SEMESTRE(WS-IDX-VER) = WS-SEMESTRE-PEDIDO
                   MOVE WS-IDX-VER TO WS-IDX
               END-IF
           END-PERFORM

           IF WS-IDX = ZEROS
               IF WS-QTD-VER < 500
                   ADD 1 TO WS-QTD-VER
                   MOVE WS-QTD-VER          TO WS-IDX
                   MOVE WS-MAT-PEDIDA       TO WS-VER-MATRICULA(WS-IDX)
                   MOVE WS-ANOLETIVO-PEDIDO TO WS-VER-ANOLETIVO(WS-IDX)
                   MOVE WS-SEMESTRE-PEDIDO  TO WS-VER-SEMESTRE(WS-IDX)
               ELSE
                   DISPLAY 'VEREDITO.TXT CHEIO - DECISAO SEM EFEITO '
                           'NO VEREDITO: ' WS-MAT-PEDIDA
               END-IF
           END-IF

           IF WS-IDX > ZEROS
               MOVE WS-MEDIA-FINAL TO WS-VER-MEDIA(WS-IDX)
               MOVE WS-SITUACAO    TO WS-VER-SITUACAO(WS-IDX)
               MOVE 'S' TO WS-VEREDITOS-ALTERADOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4300-GRAVA-DECISAO.
      *----------------------------------------------------------------*
           OPEN EXTEND ARQDEC
           IF DEC-NAO-EXISTE
               OPEN OUTPUT ARQDEC
           END-IF

           MOVE WS-MAT-PEDIDA            TO DEC-MATRICULA
           MOVE WS-ANOLETIVO-PEDIDO      TO DEC-ANOLETIVO
           MOVE WS-SEMESTRE-PEDIDO       TO DEC-SEMESTRE
           MOVE WS-ALU-TURMA(WS-IDX-ALU) TO DEC-TURMA
           MOVE WS-DECISAO-PEDIDA        TO DEC-DECISAO
           MOVE WS-DATA-CONSELHO         TO DEC-DATA-CONSELHO
           MOVE WS-MEDIA-FINAL           TO DEC-MEDIA
           MOVE WS-ALU-NOME(WS-IDX-ALU)  TO DEC-NOME
           MOVE WS-JUSTIF-PEDIDA         TO DEC-JUSTIFICATIVA
           WRITE REG-DECISAO

           CLOSE ARQDEC
           .
           EXIT.
      *----------------------------------------------------------------*
       4500-REGRAVA-VEREDITOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQVER

           PERFORM VARYING WS-IDX-VER FROM 1 BY 1
                   UNTIL WS-IDX-VER > WS-QTD-VER
               MOVE WS-VER-MATRICULA(WS-IDX-VER) TO VER-MATRICULA
               MOVE WS-VER-ANOLETIVO(WS-IDX-VER) TO VER-ANOLETIVO
               MOVE WS-VER-SEMESTRE(WS-IDX-VER)  TO VER-SEMESTRE
               MOVE WS-VER-MEDIA(WS-IDX-VER)     TO VER-MEDIA-FINAL
               MOVE WS-VER-SITUACAO(WS-IDX-VER)  TO VER-SITUACAO
               WRITE REG-VEREDITO
           END-PERFORM

           CLOSE ARQVER
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-IMPRIME-ATA.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDEC
           IF DEC-OK
               OPEN OUTPUT ARQATA

               MOVE WS-ANOLETIVO-PEDIDO TO WS-ATA-ANOLETIVO
               MOVE WS-SEMESTRE-PEDIDO  TO WS-ATA-SEMESTRE
               WRITE REG-ATA FROM WS-LINHA1-ATA
               WRITE REG-ATA FROM WS-LINHA-DATAS

               MOVE ZEROS TO WS-DATA-ANTERIOR
               MOVE ' '   TO WS-DEC-EOF
               PERFORM UNTIL WS-DEC-EOF = 'S'
                   READ ARQDEC
                       AT END
                           MOVE 'S' TO WS-DEC-EOF
                       NOT AT END
                           IF DEC-ANOLETIVO = WS-ANOLETIVO-PEDIDO
                              AND DEC-SEMESTRE = WS-SEMESTRE-PEDIDO
                              AND (WS-DATA-CONSELHO = ZEROS
                                   OR DEC-DATA-CONSELHO =
                                      WS-DATA-CONSELHO)
                               PERFORM 6100-LINHA-ATA
                           END-IF
                   END-READ
               END-PERFORM

               MOVE WS-CONT-ATA        TO WS-TOT-ATA
               MOVE WS-CONT-ATA-APROVA TO WS-TOT-ATA-APROVA
               WRITE REG-ATA FROM WS-PONTILHADO
               WRITE REG-ATA FROM WS-RODAPE-ATA1
               WRITE REG-ATA FROM WS-RODAPE-ATA2
               WRITE REG-ATA FROM WS-LINHA-BRANCO
               WRITE REG-ATA FROM WS-LINHA-BRANCO
               WRITE REG-ATA FROM WS-ASSINATURA1
               WRITE REG-ATA FROM WS-LINHA-BRANCO
               WRITE REG-ATA FROM WS-ASSINATURA2

               CLOSE ARQATA
               CLOSE ARQDEC
               DISPLAY 'ATA IMPRESSA EM CONSATA.TXT - DECISOES: '
                       WS-CONT-ATA
           ELSE
               DISPLAY 'CONSDEC.TXT AUSENTE - NENHUMA DECISAO '
                       'REGISTRADA'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       6100-LINHA-ATA.
      *----------------------------------------------------------------*
           IF DEC-DATA-CONSELHO NOT = WS-DATA-ANTERIOR
               MOVE DEC-DATA-CONSELHO TO WS-DATA-ANTERIOR
               MOVE DEC-DATA-CONSELHO TO WS-DATA-CONSELHO-R
               MOVE SPACES TO WS-DATA-EXB
               STRING WS-DTC-DIA '/' WS-DTC-MES '/' WS-DTC-ANO
                   DELIMITED BY SIZE INTO WS-DATA-EXB
               END-STRING
               MOVE WS-DATA-EXB TO WS-ATA-DATA
               WRITE REG-ATA FROM WS-PONTILHADO
               WRITE REG-ATA FROM WS-LINHA-DATA-ATA
               WRITE REG-ATA FROM WS-PONTILHADO
           END-IF

           MOVE DEC-MATRICULA TO WS-ATA-MATRICULA
           MOVE DEC-NOME      TO WS-ATA-NOME
           MOVE DEC-TURMA     TO WS-ATA-TURMA
           MOVE DEC-MEDIA     TO WS-ATA-MEDIA
           IF DEC-DECISAO = 'A'
               MOVE 'APROVADO PELO CONSELHO' TO WS-ATA-DECISAO
               ADD 1 TO WS-CONT-ATA-APROVA
           ELSE
               MOVE 'REPROVACAO MANTIDA'     TO WS-ATA-DECISAO
           END-IF
           MOVE DEC-JUSTIFICATIVA TO WS-ATA-JUSTIFICATIVA

           WRITE REG-ATA FROM WS-DETALHE-ATA
           WRITE REG-ATA FROM WS-JUSTIFICATIVA-ATA
           ADD 1 TO WS-CONT-ATA
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

       END PROGRAM CONSELHO.
