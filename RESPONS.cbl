      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Parent/guardian (responsavel) master and notification
      *          letters for the school. Mode C registers the guardian
      *          of a matricula on RESPONS.TXT - name, CPF (checked by
      *          the shared VALIDACPF routine), address, phone and
      *          e-mail; keying the same matricula again replaces the
      *          guardian. Mode L (the default) is the letter run for
      *          an ano letivo/semester: one notice per student on
      *          CARTRESP.TXT gathering every trigger the school
      *          already computes - the REPROVADO verdict left by
      *          RECUPERA on VEREDITO.TXT, the recovery-exam
      *          convocation for a term media under the passing mark
      *          still without a verdict, absences past CHAMADA's 25%
      *          limit on FALTAS.TXT and the overdue open tuition on
      *          MENSALID.TXT. Students with a trigger but no guardian
      *          land on RESPEXC.TXT for the secretariat. A guardian
      *          who withdrew consent to letters on the CONSENT.TXT
      *          register gets no notice; the skipped notices are
      *          counted on the *** TRAILER *** line closing
      *          CARTRESP.TXT. When the register holds more
      *          CPF/channel pairs than the 3000 the run can keep, no
      *          notice is written and the run ends abnormally
      *          (RSP002), as a withdrawal may have been left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. RESPONS.
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

       SELECT ARQRESP ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-RESP.

       SELECT ARQALU ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ALU.

       SELECT ARQFALTAS ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-FALTAS.

       SELECT ARQMENSAL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-MENSAL.

       SELECT ARQVER ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-VER.

       SELECT ARQDISC ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-DISC.

       SELECT ARQNOTAS ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-NOTAS.

       SELECT ARQDATAP ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-DATAP.

       SELECT ARQCNS ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-CNS.

       SELECT ARQCARTA ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQEXC ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQRESP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESPONS.TXT".
       01  REG-RESPONSAVEL.
           03 RSP-MATRICULA            PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 RSP-NOME                 PIC X(30).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 RSP-CPF                  PIC 9(11).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 RSP-ENDERECO             PIC X(40).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 RSP-TELEFONE             PIC X(12).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 RSP-EMAIL                PIC X(40).

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

       FD  ARQVER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VEREDITO.TXT".
       01  REG-VEREDITO.
           03 VER-MATRICULA            PIC 9(03).
           03 VER-ANOLETIVO            PIC 9(04).
           03 VER-SEMESTRE             PIC 9(01).
           03 VER-MEDIA-FINAL          PIC 9(03)V99.
           03 VER-SITUACAO             PIC X(01).

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

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA               PIC 9(08).

       FD  ARQCNS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSENT.TXT".
       01  REG-CONSENT.
           03 CNS-CPF                  PIC 9(11).
           03 FILLER                   PIC X(01).
           03 CNS-CANAL                PIC X(01).
           03 FILLER                   PIC X(01).
           03 CNS-SITUACAO             PIC X(01).
           03 FILLER                   PIC X(01).
           03 CNS-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 CNS-ORIGEM               PIC X(20).

       FD  ARQCARTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARTRESP.TXT".
       01  REG-CARTA                   PIC X(80).

       FD  ARQEXC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESPEXC.TXT".
       01  REG-EXCECAO.
           03 EXC-MATRICULA            PIC 9(03).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 EXC-NOME                 PIC X(10).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 EXC-TURMA                PIC X(05).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 EXC-MOTIVO               PIC X(30).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESPRUN.TXT".
       01  REG-RUN                     PIC X(80).
      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                      PIC X(01) VALUE ' '.
       77  WS-RESP-EOF                 PIC X(01) VALUE ' '.
       77  WS-FALTAS-EOF               PIC X(01) VALUE ' '.
       77  WS-MENSAL-EOF               PIC X(01) VALUE ' '.
       77  WS-STATUS-RESP              PIC X(02) VALUE SPACES.
           88 RESP-OK                      VALUE '00'.
       77  WS-STATUS-ALU               PIC X(02) VALUE SPACES.
           88 ALU-OK                       VALUE '00'.
       77  WS-STATUS-FALTAS            PIC X(02) VALUE SPACES.
           88 FALTAS-OK                    VALUE '00'.
       77  WS-STATUS-MENSAL            PIC X(02) VALUE SPACES.
           88 MENSAL-OK                    VALUE '00'.
       77  WS-MODO-EXECUCAO            PIC X(01) VALUE 'L'.
       77  WS-ANOLETIVO-PEDIDO         PIC 9(04) VALUE ZEROS.
       77  WS-SEMESTRE-PEDIDO          PIC 9(01) VALUE ZEROS.
       77  WS-MAT-PEDIDA               PIC 9(03) VALUE ZEROS.
       77  WS-NOME-PEDIDO              PIC X(30) VALUE SPACES.
       77  WS-CPF-PEDIDO               PIC 9(11) VALUE ZEROS.
       77  WS-ENDERECO-PEDIDO          PIC X(40) VALUE SPACES.
       77  WS-TELEFONE-PEDIDO          PIC X(12) VALUE SPACES.
       77  WS-EMAIL-PEDIDO             PIC X(40) VALUE SPACES.
       77  WS-QTD-RESP                 PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FALTAS               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ABERTA               PIC 9(03) VALUE ZEROS.
       77  WS-IDX                      PIC 9(04) VALUE ZEROS.
       77  WS-IDX-RESP                 PIC 9(03) VALUE ZEROS.
       77  WS-ALUNO-ACHADO             PIC X(01) VALUE 'N'.
           88 ALUNO-EXISTE                 VALUE 'S'.
       77  WS-MEDIA-MINIMA             PIC 9(03)V99 VALUE 70,00.
       77  WS-LIMITE-FALTA             PIC 9(03)V99 VALUE 25,00.
       77  WS-MEDIA-AUX                PIC 9(03)V99 VALUE ZEROS.
       77  WS-PCT-FALTA                PIC 9(03)V99 VALUE ZEROS.
       77  WS-ANOMES-NEGOCIO           PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-ABERTO             PIC 9(07)V99 VALUE ZEROS.
       77  WS-QTD-MENS-ALUNO           PIC 9(03) VALUE ZEROS.
       77  WS-AVISO-REPROVADO          PIC X(01) VALUE 'N'.
       77  WS-AVISO-RECUPERACAO        PIC X(01) VALUE 'N'.
       77  WS-AVISO-FALTAS             PIC X(01) VALUE 'N'.
       77  WS-CONT-CADASTRO            PIC 9(04) VALUE ZEROS.
       77  WS-CONT-RECUSADA            PIC 9(04) VALUE ZEROS.
       77  WS-CONT-CARTA               PIC 9(04) VALUE ZEROS.
       77  WS-CONT-EXC                 PIC 9(04) VALUE ZEROS.
       77  WS-CONT-SEM-CONSENT         PIC 9(04) VALUE ZEROS.
       77  WS-PONTILHADO               PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY VALIDACPF.

           COPY VEREDITO.

           COPY MEDIADISC.

           COPY CONSENTIM.

       01  WS-TAB-RESPONSAVEL.
           03 WS-RSP-ITEM OCCURS 500 TIMES.
              05 WS-RSP-MATRICULA      PIC 9(03).
              05 WS-RSP-NOME           PIC X(30).
              05 WS-RSP-CPF            PIC 9(11).
              05 WS-RSP-ENDERECO       PIC X(40).
              05 WS-RSP-TELEFONE       PIC X(12).
              05 WS-RSP-EMAIL          PIC X(40).

       01  WS-TAB-FALTAS.
           03 WS-FAL-ITEM OCCURS 500 TIMES.
              05 WS-FAL-MATRICULA      PIC 9(03).
              05 WS-FAL-DADAS          PIC 9(03).
              05 WS-FAL-PERDIDAS       PIC 9(03).

      *    So as mensalidades em aberto e vencidas interessam as
      *    cartas - o restante de MENSALID.TXT nem e guardado.
       01  WS-TAB-ABERTA.
           03 WS-ABT-ITEM OCCURS 999 TIMES.
              05 WS-ABT-MATRICULA      PIC 9(03).
              05 WS-ABT-COMPETENCIA    PIC 9(06).
              05 WS-ABT-VALOR          PIC 9(06)V99.

       01  WS-CARTA-TITULO.
           03 FILLER                   PIC X(44)
               VALUE 'AVISO DA ESCOLA AOS PAIS E RESPONSAVEIS'.
           03 FILLER                   PIC X(10) VALUE 'EMITIDO: '.
           03 WS-CRT-EMISSAO           PIC X(10).

       01  WS-CARTA-DESTINATARIO.
           03 FILLER                   PIC X(06) VALUE 'PARA: '.
           03 WS-CRT-NOME              PIC X(30).
           03 FILLER                   PIC X(07) VALUE ' CPF: '.
           03 WS-CRT-CPF               PIC 9(11).

       01  WS-CARTA-ENDERECO.
           03 FILLER                   PIC X(10) VALUE 'ENDERECO: '.
           03 WS-CRT-ENDERECO          PIC X(40).

       01  WS-CARTA-CONTATO.
           03 FILLER                   PIC X(05) VALUE 'TEL: '.
           03 WS-CRT-TELEFONE          PIC X(12).
           03 FILLER                   PIC X(09) VALUE ' E-MAIL: '.
           03 WS-CRT-EMAIL             PIC X(40).

       01  WS-CARTA-ALUNO.
           03 FILLER                   PIC X(12) VALUE 'REF.: ALUNO '.
           03 WS-CRT-ALUNO             PIC X(10).
           03 FILLER                   PIC X(07) VALUE '  MAT. '.
           03 WS-CRT-MATRICULA         PIC 9(03).
           03 FILLER                   PIC X(09) VALUE '  TURMA '.
           03 WS-CRT-TURMA             PIC X(05).
           03 FILLER                   PIC X(02) VALUE SPACES.
           03 WS-CRT-ANOLETIVO         PIC 9(04).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-CRT-SEMESTRE          PIC 9(01).

       01  WS-CARTA-REPROVADO.
           03 FILLER                   PIC X(49)
               VALUE '- O ALUNO FOI REPROVADO NO SEMESTRE, MEDIA FINAL'.
           03 WS-CRT-MEDIA-FINAL       PIC ZZ9,99.

       01  WS-CARTA-RECUPERACAO1.
           03 FILLER                   PIC X(46)
               VALUE '- CONVOCACAO: O ALUNO FICOU COM MEDIA '.
           03 WS-CRT-MEDIA-REC         PIC ZZ9,99.

       01  WS-CARTA-RECUPERACAO2.
           03 FILLER                   PIC X(60)
               VALUE '  E DEVE COMPARECER A PROVA DE RECUPERACAO.'.

       01  WS-CARTA-FALTAS.
           03 FILLER                   PIC X(45)
               VALUE '- FALTAS ACIMA DO LIMITE DE 25% DAS AULAS: '.
           03 WS-CRT-PCT-FALTA         PIC ZZ9,99.
           03 FILLER                   PIC X(01) VALUE '%'.

       01  WS-CARTA-MENSAL.
           03 FILLER                   PIC X(36)
               VALUE '- MENSALIDADE EM ABERTO, REFERENCIA '.
           03 WS-CRT-COMP-MES          PIC 9(02).
           03 FILLER                   PIC X(01) VALUE '/'.
           03 WS-CRT-COMP-ANO          PIC 9(04).
           03 FILLER                   PIC X(09) VALUE ', VALOR '.
           03 WS-CRT-VALOR             PIC ZZZ.ZZ9,99.

       01  WS-CARTA-MENSAL-TOT.
           03 FILLER                   PIC X(36)
               VALUE '  TOTAL EM ABERTO'.
           03 FILLER                   PIC X(14) VALUE SPACES.
           03 WS-CRT-TOTAL             PIC Z.ZZZ.ZZ9,99.

       01  WS-CARTA-FECHO.
           03 FILLER                   PIC X(60)
               VALUE 'PEDIMOS QUE PROCURE A SECRETARIA DA ESCOLA.'.

       01  WS-LINHA-TRAILER.
           03 FILLER              PIC X(15) VALUE '*** TRAILER ***'.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FILLER              PIC X(11) VALUE 'REGISTROS: '.
           03 WS-TRL-REGISTROS    PIC ZZZZZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FILLER              PIC X(19) VALUE 'SEM CONSENTIMENTO: '.
           03 WS-TRL-SEM-CONSENT  PIC ZZZZZZ9.
           03 FILLER              PIC X(19) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
               DISPLAY 'MODO (C)ADASTRO DE RESPONSAVEL OU '
                       '(L)OTE DE CARTAS: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0100-CARREGA-RESPONSAVEIS

               IF WS-MODO-EXECUCAO = 'C'
                   PERFORM 2000-CADASTRA-RESPONSAVEIS
                   MOVE WS-CONT-CADASTRO TO WS-RUN-PROCESSADOS
                   MOVE WS-CONT-RECUSADA TO WS-RUN-REJEITADOS
               ELSE
                   PERFORM 5000-LOTE-CARTAS
                   MOVE WS-CONT-CARTA    TO WS-RUN-PROCESSADOS
                   MOVE WS-CONT-EXC      TO WS-RUN-REJEITADOS
               END-IF

               MOVE 'RESPONS'        TO WS-RUN-PROGRAMA
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-RESPONSAVEIS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQRESP
           IF RESP-OK
               PERFORM UNTIL WS-RESP-EOF = 'S'
                   READ ARQRESP
                       AT END
                           MOVE 'S' TO WS-RESP-EOF
                       NOT AT END
                           PERFORM 0110-GUARDA-RESPONSAVEL
                   END-READ
               END-PERFORM
               CLOSE ARQRESP
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0110-GUARDA-RESPONSAVEL.
      *----------------------------------------------------------------*
           IF WS-QTD-RESP < 500
               ADD 1 TO WS-QTD-RESP
               MOVE RSP-MATRICULA TO WS-RSP-MATRICULA(WS-QTD-RESP)
               MOVE RSP-NOME      TO WS-RSP-NOME(WS-QTD-RESP)
               MOVE RSP-CPF       TO WS-RSP-CPF(WS-QTD-RESP)
               MOVE RSP-ENDERECO  TO WS-RSP-ENDERECO(WS-QTD-RESP)
               MOVE RSP-TELEFONE  TO WS-RSP-TELEFONE(WS-QTD-RESP)
               MOVE RSP-EMAIL     TO WS-RSP-EMAIL(WS-QTD-RESP)
           ELSE
               DISPLAY 'RESPONSAVEL IGNORADO - LIMITE DE 500 '
                       'EXCEDIDO: ' RSP-MATRICULA
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
                           IF FAL-ANOLETIVO = WS-ANOLETIVO-PEDIDO
                              AND FAL-SEMESTRE = WS-SEMESTRE-PEDIDO
                              AND WS-QTD-FALTAS < 500
                               ADD 1 TO WS-QTD-FALTAS
                               MOVE FAL-MATRICULA
                                   TO WS-FAL-MATRICULA(WS-QTD-FALTAS)
                               MOVE FAL-AULAS-DADAS
                                   TO WS-FAL-DADAS(WS-QTD-FALTAS)
                               MOVE FAL-AULAS-PERDIDAS
                                   TO WS-FAL-PERDIDAS(WS-QTD-FALTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFALTAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-MENSALIDADES.
      *----------------------------------------------------------------*
      *    Mesma regra de inadimplencia do MENSAL: status 'A' com
      *    competencia anterior ao mes corrente.
           OPEN INPUT ARQMENSAL
           IF MENSAL-OK
               PERFORM UNTIL WS-MENSAL-EOF = 'S'
                   READ ARQMENSAL
                       AT END
                           MOVE 'S' TO WS-MENSAL-EOF
                       NOT AT END
                           IF MEN-STATUS = 'A'
                              AND MEN-COMPETENCIA < WS-ANOMES-NEGOCIO
                              AND WS-QTD-ABERTA < 999
                               ADD 1 TO WS-QTD-ABERTA
                               MOVE MEN-MATRICULA
                                   TO WS-ABT-MATRICULA(WS-QTD-ABERTA)
                               MOVE MEN-COMPETENCIA
                                   TO WS-ABT-COMPETENCIA(WS-QTD-ABERTA)
                               MOVE MEN-VALOR
                                   TO WS-ABT-VALOR(WS-QTD-ABERTA)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQMENSAL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-BUSCA-RESPONSAVEL.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-RESP
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-RESP
               IF WS-RSP-MATRICULA(WS-IDX) = WS-MAT-PEDIDA
                   MOVE WS-IDX TO WS-IDX-RESP
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-CADASTRA-RESPONSAVEIS.
      *----------------------------------------------------------------*
           DISPLAY 'MATRICULA DO ALUNO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-MAT-PEDIDA FROM DADO-INPUT

           PERFORM UNTIL WS-MAT-PEDIDA = ZEROS
               DISPLAY 'NOME DO RESPONSAVEL: '
               ACCEPT WS-NOME-PEDIDO FROM DADO-INPUT
               DISPLAY 'CPF DO RESPONSAVEL: '
               ACCEPT WS-CPF-PEDIDO FROM DADO-INPUT
               DISPLAY 'ENDERECO: '
               ACCEPT WS-ENDERECO-PEDIDO FROM DADO-INPUT
               DISPLAY 'TELEFONE: '
               ACCEPT WS-TELEFONE-PEDIDO FROM DADO-INPUT
               DISPLAY 'E-MAIL: '
               ACCEPT WS-EMAIL-PEDIDO FROM DADO-INPUT

               PERFORM 2100-VERIFICA-ALUNO
               MOVE WS-CPF-PEDIDO TO WS-CPF-ENTRADA-VAL
               PERFORM 9700-VALIDA-CPF

               EVALUATE TRUE
                   WHEN NOT ALUNO-EXISTE
                       ADD 1 TO WS-CONT-RECUSADA
                       DISPLAY 'CADASTRO RECUSADO - MATRICULA NAO '
                               'ENCONTRADA: ' WS-MAT-PEDIDA
                   WHEN WS-NOME-PEDIDO = SPACES
                       ADD 1 TO WS-CONT-RECUSADA
                       DISPLAY 'CADASTRO RECUSADO - NOME EM BRANCO'
                   WHEN CPF-INVALIDO
                       ADD 1 TO WS-CONT-RECUSADA
                       DISPLAY 'CADASTRO RECUSADO - CPF INVALIDO: '
                               WS-CPF-PEDIDO
                   WHEN WS-TELEFONE-PEDIDO = SPACES
                    AND WS-EMAIL-PEDIDO = SPACES
                       ADD 1 TO WS-CONT-RECUSADA
                       DISPLAY 'CADASTRO RECUSADO - INFORME TELEFONE '
                               'OU E-MAIL'
                   WHEN OTHER
                       PERFORM 2200-GRAVA-RESPONSAVEL
               END-EVALUATE

               DISPLAY 'MATRICULA DO ALUNO (ZEROS PARA ENCERRAR): '
               ACCEPT WS-MAT-PEDIDA FROM DADO-INPUT
           END-PERFORM

           IF WS-CONT-CADASTRO > ZEROS
               PERFORM 3000-REGRAVA-RESPONSAVEIS
           END-IF

           DISPLAY 'RESPONSAVEIS GRAVADOS: ' WS-CONT-CADASTRO
           DISPLAY 'CADASTROS RECUSADOS  : ' WS-CONT-RECUSADA
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-VERIFICA-ALUNO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ALUNO-ACHADO
           MOVE ' ' TO WS-EOF

           OPEN INPUT ARQALU
           IF ALU-OK
               PERFORM UNTIL WS-EOF = 'S' OR ALUNO-EXISTE
                   READ ARQALU
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-MATRICULA-ALU = WS-MAT-PEDIDA
                               SET ALUNO-EXISTE TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQALU
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-GRAVA-RESPONSAVEL.
      *----------------------------------------------------------------*
      *    Um responsavel por matricula - novo cadastro substitui.
           PERFORM 0400-BUSCA-RESPONSAVEL
           IF WS-IDX-RESP = ZEROS
               IF WS-QTD-RESP < 500
                   ADD 1 TO WS-QTD-RESP
                   MOVE WS-QTD-RESP TO WS-IDX-RESP
               ELSE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'CADASTRO RECUSADO - LIMITE DE 500 '
                           'RESPONSAVEIS EXCEDIDO'
               END-IF
           END-IF

           IF WS-IDX-RESP > ZEROS
               MOVE WS-MAT-PEDIDA  TO WS-RSP-MATRICULA(WS-IDX-RESP)
               MOVE WS-NOME-PEDIDO TO WS-RSP-NOME(WS-IDX-RESP)
               MOVE WS-CPF-PEDIDO  TO WS-RSP-CPF(WS-IDX-RESP)
               MOVE WS-ENDERECO-PEDIDO
                   TO WS-RSP-ENDERECO(WS-IDX-RESP)
               MOVE WS-TELEFONE-PEDIDO
                   TO WS-RSP-TELEFONE(WS-IDX-RESP)
               MOVE WS-EMAIL-PEDIDO
                   TO WS-RSP-EMAIL(WS-IDX-RESP)
               ADD 1 TO WS-CONT-CADASTRO
               DISPLAY 'RESPONSAVEL GRAVADO - MAT ' WS-MAT-PEDIDA
                       ': ' WS-NOME-PEDIDO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-REGRAVA-RESPONSAVEIS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQRESP

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-RESP
               MOVE WS-RSP-MATRICULA(WS-IDX) TO RSP-MATRICULA
               MOVE WS-RSP-NOME(WS-IDX)      TO RSP-NOME
               MOVE WS-RSP-CPF(WS-IDX)       TO RSP-CPF
               MOVE WS-RSP-ENDERECO(WS-IDX)  TO RSP-ENDERECO
               MOVE WS-RSP-TELEFONE(WS-IDX)  TO RSP-TELEFONE
               MOVE WS-RSP-EMAIL(WS-IDX)     TO RSP-EMAIL
               WRITE REG-RESPONSAVEL
           END-PERFORM

           CLOSE ARQRESP
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-LOTE-CARTAS.
      *----------------------------------------------------------------*
           DISPLAY 'ANO LETIVO: '
           ACCEPT WS-ANOLETIVO-PEDIDO FROM DADO-INPUT
           DISPLAY 'SEMESTRE: '
           ACCEPT WS-SEMESTRE-PEDIDO FROM DADO-INPUT

           MOVE WS-DATA-NEGOCIO(1:6) TO WS-ANOMES-NEGOCIO
           MOVE SPACES TO WS-CRT-EMISSAO
           STRING WS-DATA-NEGOCIO(7:2) '/'
                  WS-DATA-NEGOCIO(5:2) '/'
                  WS-DATA-NEGOCIO(1:4)
               DELIMITED BY SIZE INTO WS-CRT-EMISSAO
           END-STRING

           PERFORM 0200-CARREGA-FALTAS
           PERFORM 0300-CARREGA-MENSALIDADES
           PERFORM 9600-CARREGA-VEREDITOS
           PERFORM 9620-CARREGA-MEDIAS-DISC
           PERFORM 9750-CARREGA-CONSENTIMENTOS

      *    Com a tabela de consentimentos cheia alguma retirada pode
      *    ter ficado de fora: nenhuma carta e gerada.
           EVALUATE TRUE
               WHEN CONSENTIMENTOS-ESTOURADOS
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'CONSENT.TXT ACIMA DE 3000' TO WS-RUN-MOTIVO
                   MOVE 'RSP002' TO WS-RUN-CODIGO
                   DISPLAY 'CARTRESP.TXT NAO GERADO - LIMITE DE 3000 '
                           'CONSENTIMENTOS EXCEDIDO'
               WHEN OTHER
                   PERFORM 5050-GERA-LOTE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       5050-GERA-LOTE.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQALU
           IF ALU-OK
               OPEN OUTPUT ARQCARTA
               OPEN OUTPUT ARQEXC

               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQALU
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-ANOLETIVO-ALU = WS-ANOLETIVO-PEDIDO
                              AND FD-SEMESTRE-ALU = WS-SEMESTRE-PEDIDO
                               PERFORM 5100-AVALIA-ALUNO
                           END-IF
                   END-READ
               END-PERFORM

               DISPLAY 'CARTAS GERADAS       : ' WS-CONT-CARTA
               DISPLAY 'ALUNOS SEM RESPONSAVEL: ' WS-CONT-EXC
               DISPLAY 'SEM CONSENTIMENTO     : ' WS-CONT-SEM-CONSENT

               MOVE WS-CONT-CARTA       TO WS-TRL-REGISTROS
               MOVE WS-CONT-SEM-CONSENT TO WS-TRL-SEM-CONSENT
               WRITE REG-CARTA FROM WS-LINHA-TRAILER

               CLOSE ARQCARTA  ARQEXC
               CLOSE ARQALU
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ARQALUNOS.TXT' TO WS-RUN-MOTIVO
               MOVE 'RSP001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQALU - STATUS: '
                       WS-STATUS-ALU
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-AVALIA-ALUNO.
      *----------------------------------------------------------------*
           MOVE 'N'   TO WS-AVISO-REPROVADO
           MOVE 'N'   TO WS-AVISO-RECUPERACAO
           MOVE 'N'   TO WS-AVISO-FALTAS
           MOVE ZEROS TO WS-QTD-MENS-ALUNO
           MOVE ZEROS TO WS-TOTAL-ABERTO

      *    Media do termo como o BOLETIM imprime: ponderada por
      *    disciplina quando houver, senao a media das quatro notas.
           MOVE FD-MATRICULA-ALU TO WS-MDI-CHAVE-MAT
           MOVE FD-ANOLETIVO-ALU TO WS-MDI-CHAVE-ANO
           MOVE FD-SEMESTRE-ALU  TO WS-MDI-CHAVE-SEM
           PERFORM 9640-MEDIA-PONDERADA
           IF MEDIA-DISC-ACHADA
               MOVE WS-MDI-MEDIA TO WS-MEDIA-AUX
           ELSE
               COMPUTE WS-MEDIA-AUX =
                   (FD-NOTA1-ALU + FD-NOTA2-ALU +
                    FD-NOTA3-ALU + FD-NOTA4-ALU) / 4
           END-IF

      *    Veredito de RECUPERA prevalece: reprovado ali e definitivo;
      *    sem veredito e com media abaixo do minimo, e convocacao.
           MOVE FD-MATRICULA-ALU TO WS-VER-CHAVE-MAT
           MOVE FD-ANOLETIVO-ALU TO WS-VER-CHAVE-ANO
           MOVE FD-SEMESTRE-ALU  TO WS-VER-CHAVE-SEM
           PERFORM 9650-BUSCA-VEREDITO
           IF VEREDITO-ACHADO
               IF NOT VEREDITO-APROVADO
                   MOVE 'S' TO WS-AVISO-REPROVADO
                   MOVE WS-VER-MEDIA-FINAL TO WS-CRT-MEDIA-FINAL
               END-IF
           ELSE
               IF WS-MEDIA-AUX < WS-MEDIA-MINIMA
                   MOVE 'S' TO WS-AVISO-RECUPERACAO
                   MOVE WS-MEDIA-AUX TO WS-CRT-MEDIA-REC
               END-IF
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FALTAS
               IF WS-FAL-MATRICULA(WS-IDX) = FD-MATRICULA-ALU
                  AND WS-FAL-DADAS(WS-IDX) > ZEROS
                   COMPUTE WS-PCT-FALTA =
                       (WS-FAL-PERDIDAS(WS-IDX) * 100) /
                       WS-FAL-DADAS(WS-IDX)
                   IF WS-PCT-FALTA > WS-LIMITE-FALTA
                       MOVE 'S' TO WS-AVISO-FALTAS
                       MOVE WS-PCT-FALTA TO WS-CRT-PCT-FALTA
                   END-IF
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ABERTA
               IF WS-ABT-MATRICULA(WS-IDX) = FD-MATRICULA-ALU
                   ADD 1 TO WS-QTD-MENS-ALUNO
                   ADD WS-ABT-VALOR(WS-IDX) TO WS-TOTAL-ABERTO
               END-IF
           END-PERFORM

           IF WS-AVISO-REPROVADO = 'S'
              OR WS-AVISO-RECUPERACAO = 'S'
              OR WS-AVISO-FALTAS = 'S'
              OR WS-QTD-MENS-ALUNO > ZEROS
               MOVE FD-MATRICULA-ALU TO WS-MAT-PEDIDA
               PERFORM 0400-BUSCA-RESPONSAVEL
               IF WS-IDX-RESP > ZEROS
                   PERFORM 5150-VERIFICA-CONSENTIMENTO
               ELSE
                   PERFORM 5900-GRAVA-EXCECAO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5150-VERIFICA-CONSENTIMENTO.
      *----------------------------------------------------------------*
      *    O consentimento e do responsavel, pelo CPF dele, no canal
      *    carta.
           MOVE WS-RSP-CPF(WS-IDX-RESP) TO WS-CNS-CHAVE-CPF
           MOVE 'C'                     TO WS-CNS-CHAVE-CANAL
           PERFORM 9760-VERIFICA-CONSENTIMENTO
           IF CONSENTIMENTO-NEGADO
               ADD 1 TO WS-CONT-SEM-CONSENT
               DISPLAY 'RESPONSAVEL SEM CONSENTIMENTO - MAT: '
                       FD-MATRICULA-ALU ' CPF ' WS-RSP-CPF(WS-IDX-RESP)
           ELSE
               PERFORM 5200-GERA-CARTA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-GERA-CARTA.
      *----------------------------------------------------------------*
           MOVE WS-RSP-NOME(WS-IDX-RESP)     TO WS-CRT-NOME
           MOVE WS-RSP-CPF(WS-IDX-RESP)      TO WS-CRT-CPF
           MOVE WS-RSP-ENDERECO(WS-IDX-RESP) TO WS-CRT-ENDERECO
           MOVE WS-RSP-TELEFONE(WS-IDX-RESP) TO WS-CRT-TELEFONE
           MOVE WS-RSP-EMAIL(WS-IDX-RESP)    TO WS-CRT-EMAIL
           MOVE FD-NOME-ALU                  TO WS-CRT-ALUNO
           MOVE FD-MATRICULA-ALU             TO WS-CRT-MATRICULA
           MOVE FD-TURMA-ALU                 TO WS-CRT-TURMA
           MOVE FD-ANOLETIVO-ALU             TO WS-CRT-ANOLETIVO
           MOVE FD-SEMESTRE-ALU              TO WS-CRT-SEMESTRE

           WRITE REG-CARTA FROM WS-PONTILHADO
           WRITE REG-CARTA FROM WS-CARTA-TITULO
           WRITE REG-CARTA FROM WS-CARTA-DESTINATARIO
           WRITE REG-CARTA FROM WS-CARTA-ENDERECO
           WRITE REG-CARTA FROM WS-CARTA-CONTATO
           WRITE REG-CARTA FROM WS-CARTA-ALUNO

           IF WS-AVISO-REPROVADO = 'S'
               WRITE REG-CARTA FROM WS-CARTA-REPROVADO
           END-IF
           IF WS-AVISO-RECUPERACAO = 'S'
               WRITE REG-CARTA FROM WS-CARTA-RECUPERACAO1
               WRITE REG-CARTA FROM WS-CARTA-RECUPERACAO2
           END-IF
           IF WS-AVISO-FALTAS = 'S'
               WRITE REG-CARTA FROM WS-CARTA-FALTAS
           END-IF
           IF WS-QTD-MENS-ALUNO > ZEROS
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-ABERTA
                   IF WS-ABT-MATRICULA(WS-IDX) = FD-MATRICULA-ALU
                       MOVE WS-ABT-COMPETENCIA(WS-IDX)(5:2)
                           TO WS-CRT-COMP-MES
                       MOVE WS-ABT-COMPETENCIA(WS-IDX)(1:4)
                           TO WS-CRT-COMP-ANO
                       MOVE WS-ABT-VALOR(WS-IDX) TO WS-CRT-VALOR
                       WRITE REG-CARTA FROM WS-CARTA-MENSAL
                   END-IF
               END-PERFORM
               MOVE WS-TOTAL-ABERTO TO WS-CRT-TOTAL
               WRITE REG-CARTA FROM WS-CARTA-MENSAL-TOT
           END-IF

           WRITE REG-CARTA FROM WS-CARTA-FECHO
           WRITE REG-CARTA FROM WS-PONTILHADO

           ADD 1 TO WS-CONT-CARTA
           .
           EXIT.
      *----------------------------------------------------------------*
       5900-GRAVA-EXCECAO.
      *----------------------------------------------------------------*
           MOVE FD-MATRICULA-ALU TO EXC-MATRICULA
           MOVE FD-NOME-ALU      TO EXC-NOME
           MOVE FD-TURMA-ALU     TO EXC-TURMA
           MOVE 'SEM RESPONSAVEL CADASTRADO' TO EXC-MOTIVO

           DISPLAY 'ALUNO SEM RESPONSAVEL - MAT: ' FD-MATRICULA-ALU
                   ' ' FD-NOME-ALU

           WRITE REG-EXCECAO

           ADD 1 TO WS-CONT-EXC
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
      *----------------------------------------------------------------*
           COPY VEREDITO-PROC.
      *----------------------------------------------------------------*
           COPY MEDIADISC-PROC.
      *----------------------------------------------------------------*
           COPY CONSENTIM-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM RESPONS.
