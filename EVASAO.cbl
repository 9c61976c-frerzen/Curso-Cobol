      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Dropout (evasao) early-warning list for the
      *          pedagogical coordinator. For the ano letivo/semester
      *          asked, every student of ARQALUNOS.TXT gets a risk
      *          score adding the weight of each factor present -
      *          frequency under the alert mark (CHAMADAS.TXT days so
      *          far, or FALTAS.TXT once the term is closed), absences
      *          rising in the last 30 days of chamada, the media
      *          falling between the provas NOTA1-NOTA4 (per-prova
      *          average of NOTASDISC.TXT when the term has subject
      *          grades), the media below the previous term's, overdue
      *          open tuition on MENSALID.TXT and a promotion on
      *          ARQALUNOVO.TXT still without its REMATRIC.TXT
      *          confirmation. Weights come from EVASPARM.TXT. The
      *          list EVASAO.TXT is ranked by score inside each turma,
      *          every weighted factor shown, with the guardian of
      *          RESPONS.TXT and the phone beside each name.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. EVASAO.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           CONSOLE IS DADO-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQALU ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ALU.

       SELECT ARQCHAMADA ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-CHAMADA.

       SELECT ARQFALTAS ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-FALTAS.

       SELECT ARQNOTAS ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-NOTAS.

       SELECT ARQMENSAL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-MENSAL.

       SELECT ARQNOVO ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-NOVO.

       SELECT ARQCONF ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-CONF.

       SELECT ARQRESP ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-RESP.

       SELECT ARQPARM ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PARM.

       SELECT ARQDATAP ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-DATAP.

       SELECT ARQORD ASSIGN TO DISK.

       SELECT ARQRISCO ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-RISCO.

       SELECT ARQREL ASSIGN TO DISK
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

       FD  ARQCHAMADA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CHAMADAS.TXT".
       01  REG-CHAMADA.
           03 CHA-TURMA                PIC X(05).
           03 CHA-DATA                 PIC 9(08).
           03 CHA-ANOLETIVO            PIC 9(04).
           03 CHA-SEMESTRE             PIC 9(01).
           03 CHA-MATRICULA            PIC 9(03).

       FD  ARQFALTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FALTAS.TXT".
       01  REG-FALTAS.
           03 FAL-MATRICULA            PIC 9(03).
           03 FAL-ANOLETIVO            PIC 9(04).
           03 FAL-SEMESTRE             PIC 9(01).
           03 FAL-AULAS-DADAS          PIC 9(03).
           03 FAL-AULAS-PERDIDAS       PIC 9(03).

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

       FD  ARQMENSAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MENSALID.TXT".
       01  REG-MENSALIDADE.
           03 MEN-MATRICULA            PIC 9(03).
           03 MEN-COMPETENCIA          PIC 9(06).
           03 MEN-VALOR                PIC 9(06)V99.
           03 MEN-STATUS               PIC X(01).
           03 MEN-DATA-PGTO            PIC 9(08).
           03 FILLER                   PIC X(16).

       FD  ARQNOVO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQALUNOVO.TXT".
       01  REG-ALUNO-NOVO.
           03 NOVO-TURMA               PIC X(05).
           03 NOVO-MATRICULA           PIC 9(03).
           03 NOVO-ANOLETIVO           PIC 9(04).
           03 NOVO-SEMESTRE            PIC 9(01).
           03 NOVO-NOME                PIC X(10).
           03 NOVO-NOTA1               PIC 9(03)V99.
           03 NOVO-NOTA2               PIC 9(03)V99.
           03 NOVO-NOTA3               PIC 9(03)V99.
           03 NOVO-NOTA4               PIC 9(03)V99.

       FD  ARQCONF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REMATRIC.TXT".
       01  REG-CONFIRMACAO.
           03 CNF-MATRICULA            PIC 9(03).
           03 FILLER                   PIC X(01).
           03 CNF-ANOLETIVO            PIC 9(04).
           03 FILLER                   PIC X(01).
           03 CNF-DATA                 PIC 9(08).

       FD  ARQRESP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESPONS.TXT".
       01  REG-RESPONSAVEL.
           03 RSP-MATRICULA            PIC 9(03).
           03 FILLER                   PIC X(01).
           03 RSP-NOME                 PIC X(30).
           03 FILLER                   PIC X(01).
           03 RSP-CPF                  PIC 9(11).
           03 FILLER                   PIC X(01).
           03 RSP-ENDERECO             PIC X(40).
           03 FILLER                   PIC X(01).
           03 RSP-TELEFONE             PIC X(12).
           03 FILLER                   PIC X(01).
           03 RSP-EMAIL                PIC X(40).

      *    Pesos dos fatores, na ordem de impressao da lista.
       FD  ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EVASPARM.TXT".
       01  REG-PARM.
           03 PARM-PESO                PIC 9(02) OCCURS 6 TIMES.

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA               PIC 9(08).

       SD  ARQORD.
       01  SD-REG-RISCO.
           03 SD-TURMA                 PIC X(05).
           03 SD-PONTOS                PIC 9(03).
           03 SD-MATRICULA             PIC 9(03).
           03 SD-NOME                  PIC X(10).
           03 SD-FATOR                 PIC 9(02) OCCURS 6 TIMES.
           03 SD-FREQUENCIA            PIC 9(03)V99.
           03 SD-MEDIA                 PIC 9(03)V99.
           03 SD-IDX-RESP              PIC 9(03).

       FD  ARQRISCO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EVASORD.TXT".
       01  REG-RISCO.
           03 RIS-TURMA                PIC X(05).
           03 RIS-PONTOS               PIC 9(03).
           03 RIS-MATRICULA            PIC 9(03).
           03 RIS-NOME                 PIC X(10).
           03 RIS-FATOR                PIC 9(02) OCCURS 6 TIMES.
           03 RIS-FREQUENCIA           PIC 9(03)V99.
           03 RIS-MEDIA                PIC 9(03)V99.
           03 RIS-IDX-RESP             PIC 9(03).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EVASAO.TXT".
       01  REG-RELATORIO               PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EVASRUN.TXT".
       01  REG-RUN                     PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                      PIC X(01) VALUE ' '.
       77  WS-REG-DADO                 PIC X(01) VALUE 'N'.
       77  WS-ARQ-EOF                  PIC X(01) VALUE ' '.
       77  WS-STATUS-ALU               PIC X(02) VALUE SPACES.
           88 ALU-OK                       VALUE '00'.
       77  WS-STATUS-CHAMADA           PIC X(02) VALUE SPACES.
           88 CHAMADA-OK                   VALUE '00'.
       77  WS-STATUS-FALTAS            PIC X(02) VALUE SPACES.
           88 FALTAS-OK                    VALUE '00'.
       77  WS-STATUS-NOTAS             PIC X(02) VALUE SPACES.
           88 NOTAS-OK                     VALUE '00'.
       77  WS-STATUS-MENSAL            PIC X(02) VALUE SPACES.
           88 MENSAL-OK                    VALUE '00'.
       77  WS-STATUS-NOVO              PIC X(02) VALUE SPACES.
           88 NOVO-OK                      VALUE '00'.
       77  WS-STATUS-CONF              PIC X(02) VALUE SPACES.
           88 CONF-OK                      VALUE '00'.
       77  WS-STATUS-RESP              PIC X(02) VALUE SPACES.
           88 RESP-OK                      VALUE '00'.
       77  WS-STATUS-PARM              PIC X(02) VALUE SPACES.
           88 PARM-OK                      VALUE '00'.
       77  WS-STATUS-RISCO             PIC X(02) VALUE SPACES.
           88 RISCO-OK                     VALUE '00'.
       77  WS-ANOLETIVO-PEDIDO         PIC 9(04) VALUE ZEROS.
       77  WS-SEMESTRE-PEDIDO          PIC 9(01) VALUE ZEROS.
       77  WS-ANO-ANTERIOR             PIC 9(04) VALUE ZEROS.
       77  WS-SEM-ANTERIOR             PIC 9(01) VALUE ZEROS.
       77  WS-ANO-SEGUINTE             PIC 9(04) VALUE ZEROS.
       77  WS-ANOMES-NEGOCIO           PIC 9(06) VALUE ZEROS.
       77  WS-DIA-NEGOCIO              PIC 9(08) VALUE ZEROS.
       77  WS-INICIO-JANELA            PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-JANELA              PIC 9(03) VALUE 30.
       77  WS-FREQ-ALERTA              PIC 9(03)V99 VALUE 85,00.
       77  WS-PONTOS-ALTO              PIC 9(03) VALUE 50.
       77  WS-PONTOS-MEDIO             PIC 9(03) VALUE 25.
       77  WS-QTD-ALU                  PIC 9(03) VALUE ZEROS.
       77  WS-QTD-TUR                  PIC 9(03) VALUE ZEROS.
       77  WS-QTD-RESP                 PIC 9(03) VALUE ZEROS.
       77  WS-IDX                      PIC 9(04) VALUE ZEROS.
       77  WS-IDX2                     PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ALU                  PIC 9(03) VALUE ZEROS.
       77  WS-IDX-TUR                  PIC 9(03) VALUE ZEROS.
       77  WS-MAT-BUSCA                PIC 9(03) VALUE ZEROS.
       77  WS-TURMA-BUSCA              PIC X(05) VALUE SPACES.
       77  WS-INCLUI-TURMA             PIC X(01) VALUE 'N'.
       77  WS-SOMA-NOTAS               PIC 9(04)V99 VALUE ZEROS.
       77  WS-QTD-NOTAS                PIC 9(01) VALUE ZEROS.
       77  WS-PRIMEIRA-NOTA            PIC 9(03)V99 VALUE ZEROS.
       77  WS-ULTIMA-NOTA              PIC 9(03)V99 VALUE ZEROS.
       77  WS-MEDIA-AUX                PIC 9(03)V99 VALUE ZEROS.
       77  WS-FREQ-PCT                 PIC 9(03)V99 VALUE ZEROS.
       77  WS-TAXA-RECENTE             PIC 9(03)V99 VALUE ZEROS.
       77  WS-TAXA-ANTERIOR            PIC 9(03)V99 VALUE ZEROS.
       77  WS-DIAS-ANTES               PIC 9(03) VALUE ZEROS.
       77  WS-PONTOS                   PIC 9(03) VALUE ZEROS.
       77  WS-TURMA-ANTERIOR           PIC X(05) VALUE SPACES.
       77  WS-PRIMEIRO                 PIC X(01) VALUE 'S'.
       77  WS-POSICAO                  PIC 9(03) VALUE ZEROS.
       77  WS-CONT-LISTA               PIC 9(04) VALUE ZEROS.
       77  WS-CONT-ALTO                PIC 9(04) VALUE ZEROS.
       77  WS-PONTILHADO               PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

      *    Pesos: 1 frequencia baixa, 2 faltas crescentes, 3 queda
      *    entre provas, 4 queda contra o termo anterior, 5 mensalidade
      *    vencida, 6 rematricula nao confirmada.
       01  WS-PESOS-PADRAO.
           03 FILLER                   PIC 9(02) VALUE 25.
           03 FILLER                   PIC 9(02) VALUE 15.
           03 FILLER                   PIC 9(02) VALUE 15.
           03 FILLER                   PIC 9(02) VALUE 15.
           03 FILLER                   PIC 9(02) VALUE 20.
           03 FILLER                   PIC 9(02) VALUE 10.
       01  WS-PESOS REDEFINES WS-PESOS-PADRAO.
           03 WS-PESO                  PIC 9(02) OCCURS 6 TIMES.

       01  WS-TAB-ALUNO.
           03 WS-ALU-ITEM OCCURS 500 TIMES.
              05 WS-ALU-TURMA          PIC X(05).
              05 WS-ALU-MATRICULA      PIC 9(03).
              05 WS-ALU-NOME           PIC X(10).
              05 WS-ALU-NOTA           PIC 9(03)V99 OCCURS 4 TIMES.
              05 WS-ALU-SOMA-DISC      PIC 9(05)V99 OCCURS 4 TIMES.
              05 WS-ALU-QTD-DISC       PIC 9(03).
              05 WS-ALU-MEDIA-ANT      PIC 9(03)V99.
              05 WS-ALU-TEM-ANTERIOR   PIC X(01).
              05 WS-ALU-DADAS          PIC 9(03).
              05 WS-ALU-PERDIDAS       PIC 9(03).
              05 WS-ALU-PERD-RECENTE   PIC 9(03).
              05 WS-ALU-PERD-ANTES     PIC 9(03).
              05 WS-ALU-MENS-VENCIDA   PIC X(01).
              05 WS-ALU-PROMOVIDO      PIC X(01).
              05 WS-ALU-CONFIRMADO     PIC X(01).

      *    Dias de chamada por turma, antes e dentro da janela recente.
       01  WS-TAB-TURMA.
           03 WS-TUR-ITEM OCCURS 100 TIMES.
              05 WS-TUR-CODIGO         PIC X(05).
              05 WS-TUR-DIAS-RECENTE   PIC 9(03).
              05 WS-TUR-DIAS-ANTES     PIC 9(03).

       01  WS-TAB-RESPONSAVEL.
           03 WS-RSP-ITEM OCCURS 500 TIMES.
              05 WS-RSP-MATRICULA      PIC 9(03).
              05 WS-RSP-NOME           PIC X(30).
              05 WS-RSP-TELEFONE       PIC X(12).

       01  WS-LINHA1-REL.
           03 FILLER PIC X(14) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'ALERTA DE EVASAO - RISCO POR ALUNO '.
           03 WS-CAB-ANOLETIVO         PIC 9(04).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-CAB-SEMESTRE          PIC 9(01).
           03 FILLER PIC X(20) VALUE SPACES.

       01  WS-LINHA-PESOS.
           03 FILLER PIC X(07) VALUE 'PESOS: '.
           03 FILLER PIC X(05) VALUE 'FREQ='.
           03 WS-PES-1                 PIC Z9.
           03 FILLER PIC X(07) VALUE '  CRES='.
           03 WS-PES-2                 PIC Z9.
           03 FILLER PIC X(07) VALUE '  PROV='.
           03 WS-PES-3                 PIC Z9.
           03 FILLER PIC X(07) VALUE '  TERM='.
           03 WS-PES-4                 PIC Z9.
           03 FILLER PIC X(07) VALUE '  MENS='.
           03 WS-PES-5                 PIC Z9.
           03 FILLER PIC X(07) VALUE '  REMA='.
           03 WS-PES-6                 PIC Z9.

       01  WS-LINHA-LEGENDA1.
           03 FILLER PIC X(33)
               VALUE 'FREQ: FREQUENCIA ABAIXO DE 85%  '.
           03 FILLER PIC X(47)
               VALUE 'CRES: FALTAS CRESCENTES NOS ULTIMOS 30 DIAS'.

       01  WS-LINHA-LEGENDA2.
           03 FILLER PIC X(33)
               VALUE 'PROV: QUEDA ENTRE PROVAS'.
           03 FILLER PIC X(47)
               VALUE 'TERM: MEDIA ABAIXO DO TERMO ANTERIOR'.

       01  WS-LINHA-LEGENDA3.
           03 FILLER PIC X(33)
               VALUE 'MENS: MENSALIDADE VENCIDA'.
           03 FILLER PIC X(47)
               VALUE 'REMA: REMATRICULA NAO CONFIRMADA'.

       01  WS-LINHA-TURMA.
           03 FILLER                   PIC X(07) VALUE 'TURMA: '.
           03 WS-EXB-TURMA             PIC X(05).

       01  WS-CAB-COLUNAS.
           03 FILLER PIC X(40)
               VALUE 'POS MAT NOME       PONTOS RISCO   FREQ '.
           03 FILLER PIC X(40)
               VALUE 'CRES PROV TERM MENS REMA  FREQ%  MEDIA'.

       01  WS-DETALHE.
           03 WS-DET-POSICAO           PIC ZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DET-MATRICULA         PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DET-NOME              PIC X(10).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DET-PONTOS            PIC ZZZZZ9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DET-RISCO             PIC X(05).
           03 WS-DET-FATORES OCCURS 6 TIMES.
              05 FILLER                PIC X(03).
              05 WS-DET-FATOR          PIC Z9.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DET-FREQ              PIC ZZ9,99.
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-DET-MEDIA             PIC ZZ9,99.

       01  WS-DETALHE-RESP.
           03 FILLER                   PIC X(21)
               VALUE '        RESPONSAVEL: '.
           03 WS-DET-RESP-NOME         PIC X(30).
           03 FILLER                   PIC X(06) VALUE ' TEL: '.
           03 WS-DET-RESP-TEL          PIC X(12).

       01  WS-RODAPE1.
           03 FILLER                   PIC X(30)
               VALUE 'ALUNOS COM RISCO APONTADO:'.
           03 WS-TOT-LISTA             PIC ZZZ9.

       01  WS-RODAPE2.
           03 FILLER                   PIC X(30)
               VALUE 'ALUNOS EM RISCO ALTO:'.
           03 WS-TOT-ALTO              PIC ZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
               DISPLAY 'ANO LETIVO: '
               ACCEPT WS-ANOLETIVO-PEDIDO FROM DADO-INPUT
               DISPLAY 'SEMESTRE: '
               ACCEPT WS-SEMESTRE-PEDIDO FROM DADO-INPUT

               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0100-INICIALIZA
               PERFORM 0200-CARREGA-ALUNOS

               IF WS-QTD-ALU > ZEROS
                   PERFORM 0300-CARREGA-TERMO-ANTERIOR
                   PERFORM 0400-CARREGA-NOTAS-PROVA
                   PERFORM 0500-CARREGA-CHAMADAS
                   PERFORM 0550-CARREGA-FALTAS
                   PERFORM 0600-CARREGA-MENSALIDADES
                   PERFORM 0700-CARREGA-REMATRICULA
                   PERFORM 0800-CARREGA-RESPONSAVEIS
                   PERFORM 3000-LISTA-RISCO
               END-IF

               MOVE 'EVASAO'         TO WS-RUN-PROGRAMA
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-INICIALIZA.
      *----------------------------------------------------------------*
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-ANOMES-NEGOCIO
           MOVE WS-DATA-NEGOCIO      TO WS-DIA-NEGOCIO
           COMPUTE WS-INICIO-JANELA = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-DIA-NEGOCIO)
                - WS-DIAS-JANELA + 1)

           IF WS-SEMESTRE-PEDIDO = 1
               COMPUTE WS-ANO-ANTERIOR = WS-ANOLETIVO-PEDIDO - 1
               MOVE 2 TO WS-SEM-ANTERIOR
           ELSE
               MOVE WS-ANOLETIVO-PEDIDO TO WS-ANO-ANTERIOR
               MOVE 1 TO WS-SEM-ANTERIOR
           END-IF
           COMPUTE WS-ANO-SEGUINTE = WS-ANOLETIVO-PEDIDO + 1

           OPEN INPUT ARQPARM
           IF PARM-OK
               READ ARQPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM VARYING WS-IDX FROM 1 BY 1
                               UNTIL WS-IDX > 6
                           IF PARM-PESO(WS-IDX) IS NUMERIC
                               MOVE PARM-PESO(WS-IDX)
                                   TO WS-PESO(WS-IDX)
                           END-IF
                       END-PERFORM
               END-READ
               CLOSE ARQPARM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-ALUNOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQALU
           IF ALU-OK
               MOVE ' ' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   PERFORM 0250-LE-ALUNO
                   IF WS-EOF NOT = 'S'
                      AND FD-ANOLETIVO-ALU = WS-ANOLETIVO-PEDIDO
                      AND FD-SEMESTRE-ALU = WS-SEMESTRE-PEDIDO
                       PERFORM 0210-GUARDA-ALUNO
                   END-IF
               END-PERFORM
               CLOSE ARQALU
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ARQALUNOS.TXT' TO WS-RUN-MOTIVO
               MOVE 'EVA001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQALU - STATUS: '
                       WS-STATUS-ALU
           END-IF

           IF WS-QTD-ALU = ZEROS AND NOT FIM-ANORMAL
               SET FIM-ANORMAL TO TRUE
               MOVE 'NENHUM ALUNO NO TERMO PEDIDO' TO WS-RUN-MOTIVO
               MOVE 'EVA002' TO WS-RUN-CODIGO
               DISPLAY 'NENHUM ALUNO DO TERMO ' WS-ANOLETIVO-PEDIDO
                       '/' WS-SEMESTRE-PEDIDO ' EM ARQALUNOS.TXT'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0210-GUARDA-ALUNO.
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
                             WS-ALU-MEDIA-ANT(WS-QTD-ALU)
                             WS-ALU-DADAS(WS-QTD-ALU)
                             WS-ALU-PERDIDAS(WS-QTD-ALU)
                             WS-ALU-PERD-RECENTE(WS-QTD-ALU)
                             WS-ALU-PERD-ANTES(WS-QTD-ALU)
               MOVE 'N' TO WS-ALU-TEM-ANTERIOR(WS-QTD-ALU)
                           WS-ALU-MENS-VENCIDA(WS-QTD-ALU)
                           WS-ALU-PROMOVIDO(WS-QTD-ALU)
                           WS-ALU-CONFIRMADO(WS-QTD-ALU)

               MOVE FD-TURMA-ALU TO WS-TURMA-BUSCA
               MOVE 'S' TO WS-INCLUI-TURMA
               PERFORM 0520-BUSCA-TURMA
               MOVE 'N' TO WS-INCLUI-TURMA
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
       0260-BUSCA-ALUNO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ALU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ALU
               IF WS-ALU-MATRICULA(WS-IDX) = WS-MAT-BUSCA
                   MOVE WS-IDX TO WS-IDX-ALU
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-TERMO-ANTERIOR.
      *----------------------------------------------------------------*
      *    Media do termo anterior pelas quatro provas de ARQALUNOS.
           OPEN INPUT ARQALU
           IF ALU-OK
               MOVE ' ' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'S'
                   PERFORM 0250-LE-ALUNO
                   IF WS-EOF NOT = 'S'
                      AND FD-ANOLETIVO-ALU = WS-ANO-ANTERIOR
                      AND FD-SEMESTRE-ALU = WS-SEM-ANTERIOR
                       MOVE FD-MATRICULA-ALU TO WS-MAT-BUSCA
                       PERFORM 0260-BUSCA-ALUNO
                       IF WS-IDX-ALU > ZEROS
                           COMPUTE WS-ALU-MEDIA-ANT(WS-IDX-ALU) =
                               (FD-NOTA1-ALU + FD-NOTA2-ALU +
                                FD-NOTA3-ALU + FD-NOTA4-ALU) / 4
                           MOVE 'S' TO WS-ALU-TEM-ANTERIOR(WS-IDX-ALU)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQALU
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-NOTAS-PROVA.
      *----------------------------------------------------------------*
      *    Com notas por disciplina, cada prova vale a media simples
      *    das disciplinas do aluno - o mesmo criterio do CONSELHO.
           OPEN INPUT ARQNOTAS
           IF NOTAS-OK
               MOVE ' ' TO WS-ARQ-EOF
               PERFORM UNTIL WS-ARQ-EOF = 'S'
                   READ ARQNOTAS
                       AT END
                           MOVE 'S' TO WS-ARQ-EOF
                       NOT AT END
                           IF NTD-ANOLETIVO = WS-ANOLETIVO-PEDIDO
                              AND NTD-SEMESTRE = WS-SEMESTRE-PEDIDO
                               MOVE NTD-MATRICULA TO WS-MAT-BUSCA
                               PERFORM 0260-BUSCA-ALUNO
                               IF WS-IDX-ALU > ZEROS
                                   PERFORM 0450-SOMA-NOTA-PROVA
                               END-IF
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
       0450-SOMA-NOTA-PROVA.
      *----------------------------------------------------------------*
           ADD NTD-NOTA1 TO WS-ALU-SOMA-DISC(WS-IDX-ALU 1)
           ADD NTD-NOTA2 TO WS-ALU-SOMA-DISC(WS-IDX-ALU 2)
           ADD NTD-NOTA3 TO WS-ALU-SOMA-DISC(WS-IDX-ALU 3)
           ADD NTD-NOTA4 TO WS-ALU-SOMA-DISC(WS-IDX-ALU 4)
           ADD 1 TO WS-ALU-QTD-DISC(WS-IDX-ALU)
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-CHAMADAS.
      *----------------------------------------------------------------*
      *    Cabecalho do dia (matricula 000) conta a aula dada da
      *    turma; os demais registros sao as faltas. Tudo separado
      *    entre a janela recente e o periodo anterior a ela.
           OPEN INPUT ARQCHAMADA
           IF CHAMADA-OK
               MOVE ' ' TO WS-ARQ-EOF
               PERFORM UNTIL WS-ARQ-EOF = 'S'
                   READ ARQCHAMADA
                       AT END
                           MOVE 'S' TO WS-ARQ-EOF
                       NOT AT END
                           IF CHA-ANOLETIVO = WS-ANOLETIVO-PEDIDO
                              AND CHA-SEMESTRE = WS-SEMESTRE-PEDIDO
                              AND CHA-DATA <= WS-DIA-NEGOCIO
                               PERFORM 0510-TRATA-CHAMADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCHAMADA
           END-IF

      *    Aulas dadas e perdidas do termo ate aqui.
           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > WS-QTD-ALU
               MOVE WS-ALU-TURMA(WS-IDX-ALU) TO WS-TURMA-BUSCA
               PERFORM 0520-BUSCA-TURMA
               IF WS-IDX-TUR > ZEROS
                   COMPUTE WS-ALU-DADAS(WS-IDX-ALU) =
                       WS-TUR-DIAS-RECENTE(WS-IDX-TUR) +
                       WS-TUR-DIAS-ANTES(WS-IDX-TUR)
                   COMPUTE WS-ALU-PERDIDAS(WS-IDX-ALU) =
                       WS-ALU-PERD-RECENTE(WS-IDX-ALU) +
                       WS-ALU-PERD-ANTES(WS-IDX-ALU)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0510-TRATA-CHAMADA.
      *----------------------------------------------------------------*
           IF CHA-MATRICULA = ZEROS
               MOVE CHA-TURMA TO WS-TURMA-BUSCA
               PERFORM 0520-BUSCA-TURMA
               IF WS-IDX-TUR > ZEROS
                   IF CHA-DATA >= WS-INICIO-JANELA
                       ADD 1 TO WS-TUR-DIAS-RECENTE(WS-IDX-TUR)
                   ELSE
                       ADD 1 TO WS-TUR-DIAS-ANTES(WS-IDX-TUR)
                   END-IF
               END-IF
           ELSE
               MOVE CHA-MATRICULA TO WS-MAT-BUSCA
               PERFORM 0260-BUSCA-ALUNO
               IF WS-IDX-ALU > ZEROS
                   IF CHA-DATA >= WS-INICIO-JANELA
                       ADD 1 TO WS-ALU-PERD-RECENTE(WS-IDX-ALU)
                   ELSE
                       ADD 1 TO WS-ALU-PERD-ANTES(WS-IDX-ALU)
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0520-BUSCA-TURMA.
      *----------------------------------------------------------------*
      *    Localiza a turma; na carga dos alunos, inclui a que faltar.
           MOVE ZEROS TO WS-IDX-TUR
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-TUR
               IF WS-TUR-CODIGO(WS-IDX2) = WS-TURMA-BUSCA
                   MOVE WS-IDX2 TO WS-IDX-TUR
               END-IF
           END-PERFORM

           IF WS-IDX-TUR = ZEROS AND WS-QTD-TUR < 100
              AND WS-INCLUI-TURMA = 'S'
               ADD 1 TO WS-QTD-TUR
               MOVE WS-TURMA-BUSCA TO WS-TUR-CODIGO(WS-QTD-TUR)
               MOVE ZEROS TO WS-TUR-DIAS-RECENTE(WS-QTD-TUR)
                             WS-TUR-DIAS-ANTES(WS-QTD-TUR)
               MOVE WS-QTD-TUR TO WS-IDX-TUR
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0550-CARREGA-FALTAS.
      *----------------------------------------------------------------*
      *    Termo ja fechado pelo CHAMADA (ou lancado a mao) tem as
      *    faltas em FALTAS.TXT - prevalecem sobre a contagem do dia.
           OPEN INPUT ARQFALTAS
           IF FALTAS-OK
               MOVE ' ' TO WS-ARQ-EOF
               PERFORM UNTIL WS-ARQ-EOF = 'S'
                   READ ARQFALTAS
                       AT END
                           MOVE 'S' TO WS-ARQ-EOF
                       NOT AT END
                           IF FAL-ANOLETIVO = WS-ANOLETIVO-PEDIDO
                              AND FAL-SEMESTRE = WS-SEMESTRE-PEDIDO
                              AND FAL-AULAS-DADAS > ZEROS
                               MOVE FAL-MATRICULA TO WS-MAT-BUSCA
                               PERFORM 0260-BUSCA-ALUNO
                               IF WS-IDX-ALU > ZEROS
                                   MOVE FAL-AULAS-DADAS
                                       TO WS-ALU-DADAS(WS-IDX-ALU)
                                   MOVE FAL-AULAS-PERDIDAS
                                       TO WS-ALU-PERDIDAS(WS-IDX-ALU)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFALTAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-MENSALIDADES.
      *----------------------------------------------------------------*
      *    Mesma regra de inadimplencia do MENSAL: status 'A' com
      *    competencia anterior ao mes corrente.
           OPEN INPUT ARQMENSAL
           IF MENSAL-OK
               MOVE ' ' TO WS-ARQ-EOF
               PERFORM UNTIL WS-ARQ-EOF = 'S'
                   READ ARQMENSAL
                       AT END
                           MOVE 'S' TO WS-ARQ-EOF
                       NOT AT END
                           IF MEN-STATUS = 'A'
                              AND MEN-COMPETENCIA < WS-ANOMES-NEGOCIO
                               MOVE MEN-MATRICULA TO WS-MAT-BUSCA
                               PERFORM 0260-BUSCA-ALUNO
                               IF WS-IDX-ALU > ZEROS
                                   MOVE 'S' TO
                                       WS-ALU-MENS-VENCIDA(WS-IDX-ALU)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQMENSAL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0700-CARREGA-REMATRICULA.
      *----------------------------------------------------------------*
      *    So conta quem o PROMOCAO ja colocou no ano seguinte e ainda
      *    nao confirmou; antes do ciclo de rematricula o fator fica
      *    fora do calculo.
           OPEN INPUT ARQNOVO
           IF NOVO-OK
               MOVE ' ' TO WS-ARQ-EOF
               PERFORM UNTIL WS-ARQ-EOF = 'S'
                   READ ARQNOVO
                       AT END
                           MOVE 'S' TO WS-ARQ-EOF
                       NOT AT END
                           IF NOVO-ANOLETIVO = WS-ANO-SEGUINTE
                               MOVE NOVO-MATRICULA TO WS-MAT-BUSCA
                               PERFORM 0260-BUSCA-ALUNO
                               IF WS-IDX-ALU > ZEROS
                                   MOVE 'S' TO
                                       WS-ALU-PROMOVIDO(WS-IDX-ALU)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQNOVO
           END-IF

           OPEN INPUT ARQCONF
           IF CONF-OK
               MOVE ' ' TO WS-ARQ-EOF
               PERFORM UNTIL WS-ARQ-EOF = 'S'
                   READ ARQCONF
                       AT END
                           MOVE 'S' TO WS-ARQ-EOF
                       NOT AT END
                           IF CNF-ANOLETIVO = WS-ANO-SEGUINTE
                               MOVE CNF-MATRICULA TO WS-MAT-BUSCA
                               PERFORM 0260-BUSCA-ALUNO
                               IF WS-IDX-ALU > ZEROS
                                   MOVE 'S' TO
                                       WS-ALU-CONFIRMADO(WS-IDX-ALU)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCONF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0800-CARREGA-RESPONSAVEIS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQRESP
           IF RESP-OK
               MOVE ' ' TO WS-ARQ-EOF
               PERFORM UNTIL WS-ARQ-EOF = 'S'
                   READ ARQRESP
                       AT END
                           MOVE 'S' TO WS-ARQ-EOF
                       NOT AT END
                           IF WS-QTD-RESP < 500
                               ADD 1 TO WS-QTD-RESP
                               MOVE RSP-MATRICULA
                                   TO WS-RSP-MATRICULA(WS-QTD-RESP)
                               MOVE RSP-NOME
                                   TO WS-RSP-NOME(WS-QTD-RESP)
                               MOVE RSP-TELEFONE
                                   TO WS-RSP-TELEFONE(WS-QTD-RESP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQRESP
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-PONTUA-ALUNO.
      *----------------------------------------------------------------*
      *    Cada fator presente soma o seu peso em SD-FATOR; ausente,
      *    fica zero - a lista mostra um a um.
           MOVE ZEROS TO SD-FATOR(1) SD-FATOR(2) SD-FATOR(3)
                         SD-FATOR(4) SD-FATOR(5) SD-FATOR(6)

      *    1 - frequencia do termo abaixo da marca de alerta.
           MOVE 100,00 TO WS-FREQ-PCT
           IF WS-ALU-DADAS(WS-IDX-ALU) > ZEROS
               COMPUTE WS-FREQ-PCT =
                   ((WS-ALU-DADAS(WS-IDX-ALU) -
                     WS-ALU-PERDIDAS(WS-IDX-ALU)) * 100)
                   / WS-ALU-DADAS(WS-IDX-ALU)
           END-IF
           IF WS-FREQ-PCT < WS-FREQ-ALERTA
               MOVE WS-PESO(1) TO SD-FATOR(1)
           END-IF

      *    2 - faltas crescentes: taxa de faltas da janela recente
      *    acima da taxa do periodo anterior.
           MOVE WS-ALU-TURMA(WS-IDX-ALU) TO WS-TURMA-BUSCA
           PERFORM 0520-BUSCA-TURMA
           IF WS-IDX-TUR > ZEROS
               IF WS-TUR-DIAS-RECENTE(WS-IDX-TUR) > ZEROS
                  AND WS-ALU-PERD-RECENTE(WS-IDX-ALU) > ZEROS
                   COMPUTE WS-TAXA-RECENTE =
                       (WS-ALU-PERD-RECENTE(WS-IDX-ALU) * 100)
                       / WS-TUR-DIAS-RECENTE(WS-IDX-TUR)
                   MOVE ZEROS TO WS-TAXA-ANTERIOR
                   MOVE WS-TUR-DIAS-ANTES(WS-IDX-TUR) TO WS-DIAS-ANTES
                   IF WS-DIAS-ANTES > ZEROS
                       COMPUTE WS-TAXA-ANTERIOR =
                           (WS-ALU-PERD-ANTES(WS-IDX-ALU) * 100)
                           / WS-DIAS-ANTES
                   END-IF
                   IF WS-TAXA-RECENTE > WS-TAXA-ANTERIOR
                       MOVE WS-PESO(2) TO SD-FATOR(2)
                   END-IF
               END-IF
           END-IF

      *    3 - queda entre provas: ultima prova lancada abaixo da
      *    primeira. Media parcial = provas ja lancadas.
           MOVE ZEROS TO WS-SOMA-NOTAS WS-QTD-NOTAS
                         WS-PRIMEIRA-NOTA WS-ULTIMA-NOTA
           PERFORM VARYING WS-IDX2 FROM 1 BY 1 UNTIL WS-IDX2 > 4
               IF WS-ALU-NOTA(WS-IDX-ALU WS-IDX2) > ZEROS
                   ADD WS-ALU-NOTA(WS-IDX-ALU WS-IDX2) TO WS-SOMA-NOTAS
                   ADD 1 TO WS-QTD-NOTAS
                   IF WS-QTD-NOTAS = 1
                       MOVE WS-ALU-NOTA(WS-IDX-ALU WS-IDX2)
                           TO WS-PRIMEIRA-NOTA
                   END-IF
                   MOVE WS-ALU-NOTA(WS-IDX-ALU WS-IDX2)
                       TO WS-ULTIMA-NOTA
               END-IF
           END-PERFORM
           MOVE ZEROS TO WS-MEDIA-AUX
           IF WS-QTD-NOTAS > ZEROS
               COMPUTE WS-MEDIA-AUX = WS-SOMA-NOTAS / WS-QTD-NOTAS
           END-IF
           IF WS-QTD-NOTAS > 1 AND WS-ULTIMA-NOTA < WS-PRIMEIRA-NOTA
               MOVE WS-PESO(3) TO SD-FATOR(3)
           END-IF

      *    4 - media parcial abaixo da media do termo anterior.
           IF WS-ALU-TEM-ANTERIOR(WS-IDX-ALU) = 'S'
              AND WS-QTD-NOTAS > ZEROS
              AND WS-MEDIA-AUX < WS-ALU-MEDIA-ANT(WS-IDX-ALU)
               MOVE WS-PESO(4) TO SD-FATOR(4)
           END-IF

      *    5 - mensalidade vencida em aberto.
           IF WS-ALU-MENS-VENCIDA(WS-IDX-ALU) = 'S'
               MOVE WS-PESO(5) TO SD-FATOR(5)
           END-IF

      *    6 - promovido para o ano seguinte sem confirmar a vaga.
           IF WS-ALU-PROMOVIDO(WS-IDX-ALU) = 'S'
              AND WS-ALU-CONFIRMADO(WS-IDX-ALU) = 'N'
               MOVE WS-PESO(6) TO SD-FATOR(6)
           END-IF

           COMPUTE WS-PONTOS = SD-FATOR(1) + SD-FATOR(2) +
                               SD-FATOR(3) + SD-FATOR(4) +
                               SD-FATOR(5) + SD-FATOR(6)
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-LISTA-RISCO.
      *----------------------------------------------------------------*
           SORT ARQORD
               ON ASCENDING  KEY SD-TURMA
               ON DESCENDING KEY SD-PONTOS
               ON ASCENDING  KEY SD-MATRICULA
               INPUT PROCEDURE 3100-SELECIONA-RISCO
               GIVING ARQRISCO

           OPEN INPUT ARQRISCO
           IF RISCO-OK
               OPEN OUTPUT ARQREL

               MOVE WS-ANOLETIVO-PEDIDO TO WS-CAB-ANOLETIVO
               MOVE WS-SEMESTRE-PEDIDO  TO WS-CAB-SEMESTRE
               MOVE WS-PESO(1) TO WS-PES-1
               MOVE WS-PESO(2) TO WS-PES-2
               MOVE WS-PESO(3) TO WS-PES-3
               MOVE WS-PESO(4) TO WS-PES-4
               MOVE WS-PESO(5) TO WS-PES-5
               MOVE WS-PESO(6) TO WS-PES-6
               DISPLAY WS-LINHA1-REL
               WRITE REG-RELATORIO FROM WS-LINHA1-REL
               WRITE REG-RELATORIO FROM WS-LINHA-DATAS
               WRITE REG-RELATORIO FROM WS-LINHA-PESOS
               WRITE REG-RELATORIO FROM WS-LINHA-LEGENDA1
               WRITE REG-RELATORIO FROM WS-LINHA-LEGENDA2
               WRITE REG-RELATORIO FROM WS-LINHA-LEGENDA3

               MOVE ' ' TO WS-EOF
               MOVE 'S' TO WS-PRIMEIRO
               PERFORM 3300-LER-ORDENADO
               PERFORM UNTIL WS-EOF = 'S'
                   IF RIS-TURMA NOT = WS-TURMA-ANTERIOR
                      OR WS-PRIMEIRO = 'S'
                       MOVE 'N' TO WS-PRIMEIRO
                       MOVE RIS-TURMA TO WS-TURMA-ANTERIOR
                       MOVE RIS-TURMA TO WS-EXB-TURMA
                       MOVE ZEROS TO WS-POSICAO
                       WRITE REG-RELATORIO FROM WS-PONTILHADO
                       DISPLAY WS-LINHA-TURMA
                       WRITE REG-RELATORIO FROM WS-LINHA-TURMA
                       WRITE REG-RELATORIO FROM WS-CAB-COLUNAS
                   END-IF
                   PERFORM 3200-IMPRIME-ALUNO
                   PERFORM 3300-LER-ORDENADO
               END-PERFORM

               MOVE WS-CONT-LISTA TO WS-TOT-LISTA
               MOVE WS-CONT-ALTO  TO WS-TOT-ALTO
               WRITE REG-RELATORIO FROM WS-PONTILHADO
               WRITE REG-RELATORIO FROM WS-RODAPE1
               WRITE REG-RELATORIO FROM WS-RODAPE2
               DISPLAY WS-RODAPE1
               DISPLAY WS-RODAPE2

               CLOSE ARQREL
               MOVE WS-CONT-LISTA TO WS-RUN-PROCESSADOS
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR EVASORD.TXT' TO WS-RUN-MOTIVO
               MOVE 'EVA003' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQRISCO - STATUS: '
                       WS-STATUS-RISCO
           END-IF
           CLOSE ARQRISCO
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-SELECIONA-RISCO.
      *----------------------------------------------------------------*
      *    So entra na lista quem pontua em algum fator.
           PERFORM VARYING WS-IDX-ALU FROM 1 BY 1
                   UNTIL WS-IDX-ALU > WS-QTD-ALU
               PERFORM 2000-PONTUA-ALUNO
               IF WS-PONTOS > ZEROS
                   MOVE WS-ALU-TURMA(WS-IDX-ALU)     TO SD-TURMA
                   MOVE WS-PONTOS                    TO SD-PONTOS
                   MOVE WS-ALU-MATRICULA(WS-IDX-ALU) TO SD-MATRICULA
                   MOVE WS-ALU-NOME(WS-IDX-ALU)      TO SD-NOME
                   MOVE WS-FREQ-PCT                  TO SD-FREQUENCIA
                   MOVE WS-MEDIA-AUX                 TO SD-MEDIA

                   MOVE ZEROS TO SD-IDX-RESP
                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-QTD-RESP
                       IF WS-RSP-MATRICULA(WS-IDX) =
                          WS-ALU-MATRICULA(WS-IDX-ALU)
                           MOVE WS-IDX TO SD-IDX-RESP
                       END-IF
                   END-PERFORM

                   RELEASE SD-REG-RISCO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-IMPRIME-ALUNO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-POSICAO
           MOVE WS-POSICAO    TO WS-DET-POSICAO
           MOVE RIS-MATRICULA TO WS-DET-MATRICULA
           MOVE RIS-NOME      TO WS-DET-NOME
           MOVE RIS-PONTOS    TO WS-DET-PONTOS

           EVALUATE TRUE
               WHEN RIS-PONTOS >= WS-PONTOS-ALTO
                   MOVE 'ALTO'  TO WS-DET-RISCO
                   ADD 1 TO WS-CONT-ALTO
               WHEN RIS-PONTOS >= WS-PONTOS-MEDIO
                   MOVE 'MEDIO' TO WS-DET-RISCO
               WHEN OTHER
                   MOVE 'BAIXO' TO WS-DET-RISCO
           END-EVALUATE

           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 6
               MOVE SPACES TO WS-DET-FATORES(WS-IDX)
               MOVE RIS-FATOR(WS-IDX) TO WS-DET-FATOR(WS-IDX)
           END-PERFORM
           MOVE RIS-FREQUENCIA TO WS-DET-FREQ
           MOVE RIS-MEDIA      TO WS-DET-MEDIA

           IF RIS-IDX-RESP > ZEROS
               MOVE WS-RSP-NOME(RIS-IDX-RESP)     TO WS-DET-RESP-NOME
               MOVE WS-RSP-TELEFONE(RIS-IDX-RESP) TO WS-DET-RESP-TEL
           ELSE
               MOVE 'NAO CADASTRADO EM RESPONS.TXT'
                   TO WS-DET-RESP-NOME
               MOVE SPACES TO WS-DET-RESP-TEL
           END-IF

           DISPLAY WS-DETALHE
           WRITE REG-RELATORIO FROM WS-DETALHE
           WRITE REG-RELATORIO FROM WS-DETALHE-RESP
           ADD 1 TO WS-CONT-LISTA
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-LER-ORDENADO.
      *----------------------------------------------------------------*
           READ ARQRISCO
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   CONTINUE
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM EVASAO.
