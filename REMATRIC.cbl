      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Re-enrollment (rematricula) window between PROMOCAO
      *          and the load of the new school year. Mode C records
      *          on REMATRIC.TXT each family's confirmation of a
      *          student written by PROMOCAO to ARQALUNOVO.TXT, up to
      *          the deadline on REMPARM.TXT. Mode F, run once the
      *          deadline has passed, drops every unconfirmed student
      *          from ARQALUNOVO.TXT and offers the seats left free
      *          in each turma (TURMAS.TXT capacity against the
      *          confirmed students and the new-year students already
      *          on ARQALUNOS.TXT) to MATRICULA's waiting list
      *          ESPERALIST.TXT in arrival order - the candidate gets
      *          the next matricula of MATRCTRL.TXT, joins the load
      *          and leaves the waiting list. REMAREL.TXT closes with
      *          the confirmed, dropped and reassigned seats per
      *          turma.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. REMATRIC.
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

       SELECT ARQNOVO ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-NOVO.

       SELECT ARQCONF ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-CONF.

       SELECT ARQPARM ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-PARM.

       SELECT ARQALU ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ALU.

       SELECT ARQTURMAS ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-TURMAS.

       SELECT ARQESPERA ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ESPERA.

       SELECT ARQCTRL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-CTRL.

       SELECT ARQDATAP ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-DATAP.

       SELECT ARQREL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

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
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 CNF-ANOLETIVO            PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 CNF-DATA                 PIC 9(08).

       FD  ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REMPARM.TXT".
       01  REG-PARM.
           03 PARM-PRAZO               PIC 9(08).

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

       FD  ARQESPERA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ESPERALIST.TXT".
       01  REG-ESPERA.
           03 ESP-NOME                 PIC X(10).
           03 FILLER                   PIC X(01).
           03 ESP-TURMA                PIC X(05).
           03 FILLER                   PIC X(01).
           03 ESP-ANOLETIVO            PIC 9(04).
           03 FILLER                   PIC X(01).
           03 ESP-SEMESTRE             PIC 9(01).
           03 FILLER                   PIC X(01).
           03 ESP-DATA                 PIC 9(08).

       FD  ARQCTRL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MATRCTRL.TXT".
       01  REG-CONTROLE.
           03 CTL-PROXIMA-MATRICULA    PIC 9(03).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA               PIC 9(08).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REMAREL.TXT".
       01  REG-RELATORIO               PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REMARUN.TXT".
       01  REG-RUN                     PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                      PIC X(01) VALUE ' '.
       77  WS-REG-DADO                 PIC X(01) VALUE 'N'.
       77  WS-NOVO-EOF                 PIC X(01) VALUE ' '.
       77  WS-CONF-EOF                 PIC X(01) VALUE ' '.
       77  WS-TURMAS-EOF               PIC X(01) VALUE ' '.
       77  WS-ESPERA-EOF               PIC X(01) VALUE ' '.
       77  WS-STATUS-NOVO              PIC X(02) VALUE SPACES.
           88 NOVO-OK                      VALUE '00'.
       77  WS-STATUS-CONF              PIC X(02) VALUE SPACES.
           88 CONF-OK                      VALUE '00'.
           88 CONF-NAO-EXISTE              VALUE '35'.
       77  WS-STATUS-PARM              PIC X(02) VALUE SPACES.
           88 PARM-OK                      VALUE '00'.
       77  WS-STATUS-ALU               PIC X(02) VALUE SPACES.
           88 ALU-OK                       VALUE '00'.
       77  WS-STATUS-TURMAS            PIC X(02) VALUE SPACES.
           88 TURMAS-OK                    VALUE '00'.
       77  WS-STATUS-ESPERA            PIC X(02) VALUE SPACES.
           88 ESPERA-OK                    VALUE '00'.
       77  WS-STATUS-CTRL              PIC X(02) VALUE SPACES.
           88 CTRL-OK                      VALUE '00'.
       77  WS-MODO-EXECUCAO            PIC X(01) VALUE 'C'.
       77  WS-PRAZO                    PIC 9(08) VALUE ZEROS.
       77  WS-ANO-NOVO                 PIC 9(04) VALUE ZEROS.
       77  WS-PROXIMA-MATRICULA        PIC 9(03) VALUE 1.
       77  WS-MAT-PEDIDA               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-NOVO                 PIC 9(03) VALUE ZEROS.
       77  WS-QTD-CONF                 PIC 9(03) VALUE ZEROS.
       77  WS-QTD-TURMA                PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ESPERA               PIC 9(03) VALUE ZEROS.
       77  WS-IDX                      PIC 9(04) VALUE ZEROS.
       77  WS-IDX2                     PIC 9(04) VALUE ZEROS.
       77  WS-IDX-NOVO                 PIC 9(03) VALUE ZEROS.
       77  WS-IDX-TURMA                PIC 9(03) VALUE ZEROS.
       77  WS-CONFIRMADO               PIC X(01) VALUE 'N'.
           88 JA-CONFIRMADO                VALUE 'S'.
       77  WS-TURMA-BUSCA              PIC X(05) VALUE SPACES.
       77  WS-CONT-CONFIRMADO          PIC 9(04) VALUE ZEROS.
       77  WS-CONT-RECUSADA            PIC 9(04) VALUE ZEROS.
       77  WS-CONT-DESISTENTE          PIC 9(04) VALUE ZEROS.
       77  WS-CONT-REPASSADA           PIC 9(04) VALUE ZEROS.
       77  WS-PONTILHADO               PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

      *    Registros guardados inteiros: a regravacao de ARQALUNOVO e
      *    de ESPERALIST devolve cada linha exatamente como veio.
       01  WS-TAB-NOVO.
           03 WS-NOV-ITEM OCCURS 500 TIMES.
              05 WS-NOV-REGISTRO       PIC X(43).
              05 WS-NOV-TURMA          PIC X(05).
              05 WS-NOV-MATRICULA      PIC 9(03).
              05 WS-NOV-NOME           PIC X(10).
              05 WS-NOV-SITUACAO       PIC X(01).
                 88 NOV-CONFIRMADO         VALUE 'C'.
                 88 NOV-DESISTENTE         VALUE 'D'.
                 88 NOV-DA-ESPERA          VALUE 'E'.

       01  WS-TAB-CONFIRMACAO.
           03 WS-CNF-ITEM OCCURS 500 TIMES.
              05 WS-CNF-MATRICULA      PIC 9(03).
              05 WS-CNF-ANOLETIVO      PIC 9(04).

       01  WS-TAB-TURMAS.
           03 WS-TUR-ITEM OCCURS 100 TIMES.
              05 WS-TUR-CODIGO         PIC X(05).
              05 WS-TUR-CAPACIDADE     PIC 9(03).
              05 WS-TUR-JA-CARREGADOS  PIC 9(04).
              05 WS-TUR-CONFIRMADOS    PIC 9(04).
              05 WS-TUR-DESISTENTES    PIC 9(04).
              05 WS-TUR-REPASSADAS     PIC 9(04).

       01  WS-TAB-ESPERA.
           03 WS-ESP-ITEM OCCURS 500 TIMES.
              05 WS-ESP-REGISTRO       PIC X(33).
              05 WS-ESP-NOME           PIC X(10).
              05 WS-ESP-TURMA          PIC X(05).
              05 WS-ESP-ANOLETIVO      PIC 9(04).
              05 WS-ESP-SEMESTRE       PIC 9(01).
              05 WS-ESP-ATENDIDO       PIC X(01).

       01  WS-LINHA1.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(30)
               VALUE 'FECHAMENTO DA REMATRICULA ANO '.
           03 WS-EXB-ANO-NOVO          PIC 9(04).
           03 FILLER PIC X(26) VALUE SPACES.

       01  WS-LINHA-PRAZO.
           03 FILLER                   PIC X(20)
               VALUE 'PRAZO DE CONFIRMACAO'.
           03 FILLER                   PIC X(02) VALUE ': '.
           03 WS-EXB-PRAZO             PIC X(10).

       01  WS-DETALHE-ALUNO.
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-DET-SITUACAO          PIC X(22).
           03 FILLER                   PIC X(06) VALUE 'MAT. '.
           03 WS-DET-MATRICULA         PIC 9(03).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-DET-NOME              PIC X(10).
           03 FILLER                   PIC X(08) VALUE '  TURMA '.
           03 WS-DET-TURMA             PIC X(05).

       01  WS-LINHA-TURMA.
           03 FILLER                   PIC X(07) VALUE 'TURMA: '.
           03 WS-EXB-TURMA             PIC X(05).
           03 FILLER                   PIC X(16)
               VALUE '  CONFIRMADOS: '.
           03 WS-EXB-CONFIRMADOS       PIC ZZZ9.
           03 FILLER                   PIC X(16)
               VALUE '  DESISTENTES: '.
           03 WS-EXB-DESISTENTES       PIC ZZZ9.
           03 FILLER                   PIC X(22)
               VALUE '  VAGAS REPASSADAS:   '.
           03 WS-EXB-REPASSADAS        PIC ZZZ9.

       01  WS-RODAPE1.
           03 FILLER            PIC X(26)
               VALUE 'TOTAL CONFIRMADOS:      '.
           03 WS-TOTCONF        PIC ZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(26)
               VALUE 'TOTAL DESISTENTES:      '.
           03 WS-TOTDES         PIC ZZZ9.

       01  WS-RODAPE3.
           03 FILLER            PIC X(26)
               VALUE 'TOTAL VAGAS REPASSADAS: '.
           03 WS-TOTREP         PIC ZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
               DISPLAY 'MODO (C)ONFIRMACAO OU (F)ECHAMENTO: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0050-LE-PRAZO
               PERFORM 0100-CARREGA-NOVO-ANO
               PERFORM 0200-CARREGA-CONFIRMACOES

               EVALUATE TRUE
                   WHEN WS-PRAZO = ZEROS
                       SET FIM-ANORMAL TO TRUE
                       MOVE 'REMPARM.TXT SEM PRAZO' TO WS-RUN-MOTIVO
                       MOVE 'RMT001' TO WS-RUN-CODIGO
                       DISPLAY 'REMPARM.TXT AUSENTE OU SEM PRAZO - '
                               'REMATRICULA NAO ABERTA'
                   WHEN WS-QTD-NOVO = ZEROS
                       SET FIM-ANORMAL TO TRUE
                       MOVE 'ARQALUNOVO.TXT AUSENTE OU VAZIO'
                           TO WS-RUN-MOTIVO
                       MOVE 'RMT002' TO WS-RUN-CODIGO
                       DISPLAY 'ARQALUNOVO.TXT AUSENTE OU VAZIO - '
                               'RODE PROMOCAO ANTES'
                   WHEN WS-MODO-EXECUCAO = 'F'
                       IF WS-DATA-NEGOCIO > WS-PRAZO
                           PERFORM 3000-FECHA-REMATRICULA
                       ELSE
                           SET FIM-ANORMAL TO TRUE
                           MOVE 'PRAZO DE REMATRICULA EM ABERTO'
                               TO WS-RUN-MOTIVO
                           MOVE 'RMT003' TO WS-RUN-CODIGO
                           DISPLAY 'FECHAMENTO RECUSADO - PRAZO VAI '
                                   'ATE ' WS-PRAZO
                       END-IF
                   WHEN OTHER
                       PERFORM 2000-SESSAO-CONFIRMACAO
               END-EVALUATE

               MOVE 'REMATRIC'       TO WS-RUN-PROGRAMA
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0050-LE-PRAZO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPARM
           IF PARM-OK
               READ ARQPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-PRAZO TO WS-PRAZO
               END-READ
               CLOSE ARQPARM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-NOVO-ANO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQNOVO
           IF NOVO-OK
               PERFORM UNTIL WS-NOVO-EOF = 'S'
                   READ ARQNOVO
                       AT END
                           MOVE 'S' TO WS-NOVO-EOF
                       NOT AT END
                           PERFORM 0110-GUARDA-NOVO
                   END-READ
               END-PERFORM
               CLOSE ARQNOVO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0110-GUARDA-NOVO.
      *----------------------------------------------------------------*
           IF WS-QTD-NOVO < 500
               ADD 1 TO WS-QTD-NOVO
               MOVE REG-ALUNO-NOVO TO WS-NOV-REGISTRO(WS-QTD-NOVO)
               MOVE NOVO-TURMA     TO WS-NOV-TURMA(WS-QTD-NOVO)
               MOVE NOVO-MATRICULA TO WS-NOV-MATRICULA(WS-QTD-NOVO)
               MOVE NOVO-NOME      TO WS-NOV-NOME(WS-QTD-NOVO)
               MOVE 'D'            TO WS-NOV-SITUACAO(WS-QTD-NOVO)
               MOVE NOVO-ANOLETIVO TO WS-ANO-NOVO
           ELSE
               DISPLAY 'ALUNO IGNORADO - LIMITE DE 500 ALUNOS '
                       'EXCEDIDO: ' NOVO-MATRICULA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-CONFIRMACOES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCONF
           IF CONF-OK
               PERFORM UNTIL WS-CONF-EOF = 'S'
                   READ ARQCONF
                       AT END
                           MOVE 'S' TO WS-CONF-EOF
                       NOT AT END
                           IF WS-QTD-CONF < 500
                               ADD 1 TO WS-QTD-CONF
                               MOVE CNF-MATRICULA
                                   TO WS-CNF-MATRICULA(WS-QTD-CONF)
                               MOVE CNF-ANOLETIVO
                                   TO WS-CNF-ANOLETIVO(WS-QTD-CONF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCONF
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
                               MOVE ZEROS TO
                                   WS-TUR-JA-CARREGADOS(WS-QTD-TURMA)
                                   WS-TUR-CONFIRMADOS(WS-QTD-TURMA)
                                   WS-TUR-DESISTENTES(WS-QTD-TURMA)
                                   WS-TUR-REPASSADAS(WS-QTD-TURMA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQTURMAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-ESPERA.
      *----------------------------------------------------------------*
      *    ESPERALIST.TXT e gravado em ordem de chegada pelo MATRICULA
      *    - a ordem da tabela e a ordem de atendimento.
           OPEN INPUT ARQESPERA
           IF ESPERA-OK
               PERFORM UNTIL WS-ESPERA-EOF = 'S'
                   READ ARQESPERA
                       AT END
                           MOVE 'S' TO WS-ESPERA-EOF
                       NOT AT END
                           IF WS-QTD-ESPERA < 500
                               ADD 1 TO WS-QTD-ESPERA
                               MOVE REG-ESPERA
                                   TO WS-ESP-REGISTRO(WS-QTD-ESPERA)
                               MOVE ESP-NOME
                                   TO WS-ESP-NOME(WS-QTD-ESPERA)
                               MOVE ESP-TURMA
                                   TO WS-ESP-TURMA(WS-QTD-ESPERA)
                               MOVE ESP-ANOLETIVO
                                   TO WS-ESP-ANOLETIVO(WS-QTD-ESPERA)
                               MOVE ESP-SEMESTRE
                                   TO WS-ESP-SEMESTRE(WS-QTD-ESPERA)
                               MOVE 'N'
                                   TO WS-ESP-ATENDIDO(WS-QTD-ESPERA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQESPERA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CONTA-JA-CARREGADOS.
      *----------------------------------------------------------------*
      *    Matriculas do ano novo ja feitas direto no ARQALUNOS.TXT
      *    pelo MATRICULA tambem ocupam vaga.
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQALU
           IF ALU-OK
               PERFORM UNTIL WS-EOF = 'S'
                   PERFORM 0550-LE-ALUNO
                   IF WS-EOF NOT = 'S'
                      AND FD-ANOLETIVO-ALU = WS-ANO-NOVO
                      AND FD-SEMESTRE-ALU = 1
                       MOVE FD-TURMA-ALU TO WS-TURMA-BUSCA
                       PERFORM 0600-BUSCA-TURMA
                       IF WS-IDX-TURMA > ZEROS
                           ADD 1 TO WS-TUR-JA-CARREGADOS(WS-IDX-TURMA)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQALU
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0550-LE-ALUNO.
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
       0700-VERIFICA-CONFIRMACAO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CONFIRMADO
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-CONF
               IF WS-CNF-MATRICULA(WS-IDX2) = WS-MAT-PEDIDA
                  AND WS-CNF-ANOLETIVO(WS-IDX2) = WS-ANO-NOVO
                   SET JA-CONFIRMADO TO TRUE
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SESSAO-CONFIRMACAO.
      *----------------------------------------------------------------*
           DISPLAY 'REMATRICULA ' WS-ANO-NOVO ' - PRAZO ATE '
                   WS-PRAZO
           DISPLAY 'MATRICULA (ZEROS PARA ENCERRAR): '
           ACCEPT WS-MAT-PEDIDA FROM DADO-INPUT

           PERFORM UNTIL WS-MAT-PEDIDA = ZEROS
               MOVE ZEROS TO WS-IDX-NOVO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-NOVO
                   IF WS-NOV-MATRICULA(WS-IDX) = WS-MAT-PEDIDA
                       MOVE WS-IDX TO WS-IDX-NOVO
                   END-IF
               END-PERFORM
               PERFORM 0700-VERIFICA-CONFIRMACAO

               EVALUATE TRUE
                   WHEN WS-DATA-NEGOCIO > WS-PRAZO
                       ADD 1 TO WS-CONT-RECUSADA
                       DISPLAY 'CONFIRMACAO RECUSADA - PRAZO ENCERRADO '
                               'EM ' WS-PRAZO
                   WHEN WS-IDX-NOVO = ZEROS
                       ADD 1 TO WS-CONT-RECUSADA
                       DISPLAY 'CONFIRMACAO RECUSADA - MATRICULA FORA '
                               'DE ARQALUNOVO.TXT: ' WS-MAT-PEDIDA
                   WHEN JA-CONFIRMADO
                       ADD 1 TO WS-CONT-RECUSADA
                       DISPLAY 'CONFIRMACAO RECUSADA - MATRICULA JA '
                               'CONFIRMADA: ' WS-MAT-PEDIDA
                   WHEN OTHER
                       PERFORM 2100-GRAVA-CONFIRMACAO
                       DISPLAY 'REMATRICULA CONFIRMADA - MAT '
                               WS-MAT-PEDIDA ' '
                               WS-NOV-NOME(WS-IDX-NOVO)
                               ' TURMA ' WS-NOV-TURMA(WS-IDX-NOVO)
               END-EVALUATE

               DISPLAY 'MATRICULA (ZEROS PARA ENCERRAR): '
               ACCEPT WS-MAT-PEDIDA FROM DADO-INPUT
           END-PERFORM

           DISPLAY 'REMATRICULAS CONFIRMADAS: ' WS-CONT-CONFIRMADO
           DISPLAY 'PEDIDOS RECUSADOS       : ' WS-CONT-RECUSADA

           MOVE WS-CONT-CONFIRMADO TO WS-RUN-PROCESSADOS
           MOVE WS-CONT-RECUSADA   TO WS-RUN-REJEITADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-GRAVA-CONFIRMACAO.
      *----------------------------------------------------------------*
           OPEN EXTEND ARQCONF
           IF CONF-NAO-EXISTE
               OPEN OUTPUT ARQCONF
           END-IF

           MOVE WS-MAT-PEDIDA   TO CNF-MATRICULA
           MOVE WS-ANO-NOVO     TO CNF-ANOLETIVO
           MOVE WS-DATA-NEGOCIO TO CNF-DATA
           WRITE REG-CONFIRMACAO

           CLOSE ARQCONF

           IF WS-QTD-CONF < 500
               ADD 1 TO WS-QTD-CONF
               MOVE WS-MAT-PEDIDA TO WS-CNF-MATRICULA(WS-QTD-CONF)
               MOVE WS-ANO-NOVO   TO WS-CNF-ANOLETIVO(WS-QTD-CONF)
           END-IF
           ADD 1 TO WS-CONT-CONFIRMADO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-FECHA-REMATRICULA.
      *----------------------------------------------------------------*
           PERFORM 0300-CARREGA-TURMAS
           PERFORM 0400-CARREGA-ESPERA
           PERFORM 0500-CONTA-JA-CARREGADOS
           PERFORM 3050-LE-CONTROLE

           OPEN OUTPUT ARQREL

           MOVE WS-ANO-NOVO TO WS-EXB-ANO-NOVO
           MOVE SPACES      TO WS-EXB-PRAZO
           STRING WS-PRAZO(7:2) '/' WS-PRAZO(5:2) '/' WS-PRAZO(1:4)
               DELIMITED BY SIZE INTO WS-EXB-PRAZO
           END-STRING
           WRITE REG-RELATORIO FROM WS-LINHA1
           WRITE REG-RELATORIO FROM WS-LINHA-DATAS
           WRITE REG-RELATORIO FROM WS-LINHA-PRAZO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-NOVO
               PERFORM 3100-CLASSIFICA-ALUNO
           END-PERFORM

           PERFORM VARYING WS-IDX-TURMA FROM 1 BY 1
                   UNTIL WS-IDX-TURMA > WS-QTD-TURMA
               PERFORM 3200-REPASSA-VAGAS
           END-PERFORM

           PERFORM 3500-REGRAVA-NOVO-ANO
           PERFORM 3600-REGRAVA-ESPERA
           PERFORM 3700-REGRAVA-CONTROLE

           PERFORM 4000-RESUMO-POR-TURMA

           CLOSE ARQREL

           DISPLAY 'REMATRICULAS CONFIRMADAS: ' WS-CONT-CONFIRMADO
           DISPLAY 'ALUNOS DESISTENTES      : ' WS-CONT-DESISTENTE
           DISPLAY 'VAGAS REPASSADAS        : ' WS-CONT-REPASSADA

           MOVE WS-CONT-CONFIRMADO TO WS-RUN-PROCESSADOS
           ADD  WS-CONT-REPASSADA  TO WS-RUN-PROCESSADOS
           MOVE WS-CONT-DESISTENTE TO WS-RUN-REJEITADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       3050-LE-CONTROLE.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCTRL
           IF CTRL-OK
               READ ARQCTRL
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE CTL-PROXIMA-MATRICULA
                           TO WS-PROXIMA-MATRICULA
               END-READ
               CLOSE ARQCTRL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-CLASSIFICA-ALUNO.
      *----------------------------------------------------------------*
           MOVE WS-NOV-MATRICULA(WS-IDX) TO WS-MAT-PEDIDA
           PERFORM 0700-VERIFICA-CONFIRMACAO
           MOVE WS-NOV-TURMA(WS-IDX)     TO WS-TURMA-BUSCA
           PERFORM 0600-BUSCA-TURMA

           IF JA-CONFIRMADO
               MOVE 'C' TO WS-NOV-SITUACAO(WS-IDX)
               ADD 1 TO WS-CONT-CONFIRMADO
               IF WS-IDX-TURMA > ZEROS
                   ADD 1 TO WS-TUR-CONFIRMADOS(WS-IDX-TURMA)
               END-IF
           ELSE
               MOVE 'D' TO WS-NOV-SITUACAO(WS-IDX)
               ADD 1 TO WS-CONT-DESISTENTE
               IF WS-IDX-TURMA > ZEROS
                   ADD 1 TO WS-TUR-DESISTENTES(WS-IDX-TURMA)
               END-IF
               MOVE 'SEM REMATRICULA - SAI' TO WS-DET-SITUACAO
               MOVE WS-NOV-MATRICULA(WS-IDX) TO WS-DET-MATRICULA
               MOVE WS-NOV-NOME(WS-IDX)      TO WS-DET-NOME
               MOVE WS-NOV-TURMA(WS-IDX)     TO WS-DET-TURMA
               DISPLAY WS-DETALHE-ALUNO
               WRITE REG-RELATORIO FROM WS-DETALHE-ALUNO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-REPASSA-VAGAS.
      *----------------------------------------------------------------*
      *    Vagas livres = capacidade menos confirmados e menos quem
      *    ja esta carregado no ano novo; a lista de espera da turma
      *    para o 1o semestre do ano novo e atendida na ordem.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ESPERA
               IF WS-ESP-ATENDIDO(WS-IDX) = 'N'
                  AND WS-ESP-TURMA(WS-IDX) =
                      WS-TUR-CODIGO(WS-IDX-TURMA)
                  AND WS-ESP-ANOLETIVO(WS-IDX) = WS-ANO-NOVO
                  AND WS-ESP-SEMESTRE(WS-IDX) = 1
                  AND WS-TUR-CONFIRMADOS(WS-IDX-TURMA) +
                      WS-TUR-JA-CARREGADOS(WS-IDX-TURMA) +
                      WS-TUR-REPASSADAS(WS-IDX-TURMA) <
                      WS-TUR-CAPACIDADE(WS-IDX-TURMA)
                   PERFORM 3300-EFETIVA-ESPERA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-EFETIVA-ESPERA.
      *----------------------------------------------------------------*
           IF WS-QTD-NOVO < 500
               ADD 1 TO WS-QTD-NOVO
               MOVE WS-TUR-CODIGO(WS-IDX-TURMA)  TO NOVO-TURMA
               MOVE WS-PROXIMA-MATRICULA         TO NOVO-MATRICULA
               MOVE WS-ANO-NOVO                  TO NOVO-ANOLETIVO
               MOVE 1                            TO NOVO-SEMESTRE
               MOVE WS-ESP-NOME(WS-IDX)          TO NOVO-NOME
               MOVE ZEROS                        TO NOVO-NOTA1
               MOVE ZEROS                        TO NOVO-NOTA2
               MOVE ZEROS                        TO NOVO-NOTA3
               MOVE ZEROS                        TO NOVO-NOTA4
               MOVE REG-ALUNO-NOVO  TO WS-NOV-REGISTRO(WS-QTD-NOVO)
               MOVE NOVO-TURMA      TO WS-NOV-TURMA(WS-QTD-NOVO)
               MOVE NOVO-MATRICULA  TO WS-NOV-MATRICULA(WS-QTD-NOVO)
               MOVE NOVO-NOME       TO WS-NOV-NOME(WS-QTD-NOVO)
               MOVE 'E'             TO WS-NOV-SITUACAO(WS-QTD-NOVO)

      *        Quem entra pela lista ja esta confirmado - um novo
      *        fechamento nao o derruba.
               MOVE WS-PROXIMA-MATRICULA TO WS-MAT-PEDIDA
               PERFORM 2100-GRAVA-CONFIRMACAO
               SUBTRACT 1 FROM WS-CONT-CONFIRMADO

               MOVE 'S' TO WS-ESP-ATENDIDO(WS-IDX)
               ADD 1 TO WS-TUR-REPASSADAS(WS-IDX-TURMA)
               ADD 1 TO WS-CONT-REPASSADA

               MOVE 'VAGA DA LISTA ESPERA' TO WS-DET-SITUACAO
               MOVE WS-PROXIMA-MATRICULA   TO WS-DET-MATRICULA
               MOVE WS-ESP-NOME(WS-IDX)    TO WS-DET-NOME
               MOVE WS-TUR-CODIGO(WS-IDX-TURMA) TO WS-DET-TURMA
               DISPLAY WS-DETALHE-ALUNO
               WRITE REG-RELATORIO FROM WS-DETALHE-ALUNO

               ADD 1 TO WS-PROXIMA-MATRICULA
           ELSE
               DISPLAY 'LISTA DE ESPERA NAO ATENDIDA - LIMITE DE 500 '
                       'ALUNOS EXCEDIDO: ' WS-ESP-NOME(WS-IDX)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3500-REGRAVA-NOVO-ANO.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQNOVO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-NOVO
               IF NOT NOV-DESISTENTE(WS-IDX)
                   WRITE REG-ALUNO-NOVO FROM WS-NOV-REGISTRO(WS-IDX)
               END-IF
           END-PERFORM

           CLOSE ARQNOVO
           .
           EXIT.
      *----------------------------------------------------------------*
       3600-REGRAVA-ESPERA.
      *----------------------------------------------------------------*
           IF WS-CONT-REPASSADA > ZEROS
               OPEN OUTPUT ARQESPERA

               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-ESPERA
                   IF WS-ESP-ATENDIDO(WS-IDX) = 'N'
                       WRITE REG-ESPERA FROM WS-ESP-REGISTRO(WS-IDX)
                   END-IF
               END-PERFORM

               CLOSE ARQESPERA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3700-REGRAVA-CONTROLE.
      *----------------------------------------------------------------*
           IF WS-CONT-REPASSADA > ZEROS
               OPEN OUTPUT ARQCTRL
               MOVE WS-PROXIMA-MATRICULA TO CTL-PROXIMA-MATRICULA
               WRITE REG-CONTROLE
               CLOSE ARQCTRL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-RESUMO-POR-TURMA.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-TURMA
               IF WS-TUR-CONFIRMADOS(WS-IDX) +
                  WS-TUR-DESISTENTES(WS-IDX) +
                  WS-TUR-REPASSADAS(WS-IDX) > ZEROS
                   MOVE WS-TUR-CODIGO(WS-IDX)      TO WS-EXB-TURMA
                   MOVE WS-TUR-CONFIRMADOS(WS-IDX) TO WS-EXB-CONFIRMADOS
                   MOVE WS-TUR-DESISTENTES(WS-IDX) TO WS-EXB-DESISTENTES
                   MOVE WS-TUR-REPASSADAS(WS-IDX)  TO WS-EXB-REPASSADAS
                   DISPLAY WS-LINHA-TURMA
                   WRITE REG-RELATORIO FROM WS-LINHA-TURMA
               END-IF
           END-PERFORM

           MOVE WS-CONT-CONFIRMADO TO WS-TOTCONF
           MOVE WS-CONT-DESISTENTE TO WS-TOTDES
           MOVE WS-CONT-REPASSADA  TO WS-TOTREP
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE2
           WRITE REG-RELATORIO FROM WS-RODAPE3
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM REMATRIC.
