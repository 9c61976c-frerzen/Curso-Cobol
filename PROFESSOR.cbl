      *          hours. BOLETIM and CERTIF print the turma's
      *          responsible teacher on the signature line from these
      *          files.
      *          Each teacher now carries the payroll employee code
      *          (FD-COD-F of ARQFUNCIONARIO.TXT), keyed in mode P or
      *          changed in mode V, and mode F registers a teacher's
      *          absence (date and class hours missed) on
      *          PROFFALTA.TXT; PROFHORA turns the assignments, the
      *          school days and these absences into the month's
      *          class hours that FOLHABRU pays.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-ASG.

       SELECT ARQFALTA ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL
              FILE STATUS       IS WS-STATUS-FALTA.

       SELECT ARQREL ASSIGN TO DISK
              ORGANIZATION      IS LINE SEQUENTIAL.

           03 PRF-CODIGO               PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 PRF-NOME                 PIC X(30).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 PRF-COD-FUNC             PIC 9(03).

       FD  ARQASG
           LABEL RECORD STANDARD
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 ASG-HORAS-SEMANA         PIC 9(02).

       FD  ARQFALTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROFFALTA.TXT".
       01  REG-FALTA-PROF.
           03 PFL-PROFESSOR            PIC 9(04).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 PFL-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 PFL-HORAS                PIC 9(02).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PROFREL.TXT".
       77  WS-STATUS-ASG               PIC X(02) VALUE SPACES.
           88 ASG-OK                       VALUE '00'.
           88 ASG-NAO-EXISTE               VALUE '35'.
       77  WS-STATUS-FALTA             PIC X(02) VALUE SPACES.
           88 FALTA-OK                     VALUE '00'.
           88 FALTA-NAO-EXISTE             VALUE '35'.
       77  WS-FUNC-PEDIDO              PIC 9(03) VALUE ZEROS.
       77  WS-DATA-FALTA               PIC 9(08) VALUE ZEROS.
       77  WS-IDX-PROF                 PIC 9(04) VALUE ZEROS.
       77  WS-MODO-EXECUCAO            PIC X(01) VALUE 'R'.
       77  WS-COD-PEDIDO               PIC 9(04) VALUE ZEROS.
       77  WS-NOME-PEDIDO              PIC X(30) VALUE SPACES.
           03 WS-PRF-ITEM OCCURS 100 TIMES.
              05 WS-PRF-CODIGO         PIC 9(04).
              05 WS-PRF-NOME           PIC X(30).
              05 WS-PRF-COD-FUNC       PIC 9(03).

       01  WS-TAB-ATRIBUICAO.
           03 WS-ASG-ITEM OCCURS 500 TIMES.
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
           MAIN-PROCEDURE.
               DISPLAY 'MODO (P)ROFESSOR NOVO, (A)TRIBUICAO, '
                       '(V)INCULO COM A FOLHA, (F)ALTA OU '
                       '(R)ELATORIO DE CARGA: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

                       PERFORM 2000-CADASTRA-PROFESSORES
                   WHEN 'A'
                       PERFORM 3000-SESSAO-ATRIBUICAO
                   WHEN 'V'
                       PERFORM 3500-SESSAO-VINCULO
                   WHEN 'F'
                       PERFORM 4000-SESSAO-FALTAS
                   WHEN OTHER
                       PERFORM 5000-RELATORIO-CARGA
               END-EVALUATE
                                   TO WS-PRF-CODIGO(WS-QTD-PROF)
                               MOVE PRF-NOME
                                   TO WS-PRF-NOME(WS-QTD-PROF)
      *                        Cadastro anterior ao vinculo com a
      *                        folha chega sem o codigo.
                               IF PRF-COD-FUNC IS NUMERIC
                                   MOVE PRF-COD-FUNC
                                     TO WS-PRF-COD-FUNC(WS-QTD-PROF)
                               ELSE
                                   MOVE ZEROS
                                     TO WS-PRF-COD-FUNC(WS-QTD-PROF)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
           PERFORM UNTIL WS-COD-PEDIDO = ZEROS
               DISPLAY 'NOME DO PROFESSOR: '
               ACCEPT WS-NOME-PEDIDO FROM DADO-INPUT
               DISPLAY 'CODIGO DE FUNCIONARIO NA FOLHA '
                       '(ZEROS SE NAO HOUVER): '
               ACCEPT WS-FUNC-PEDIDO FROM DADO-INPUT

               PERFORM 2100-VERIFICA-PROFESSOR
               IF PROFESSOR-EXISTE
                           TO WS-PRF-CODIGO(WS-QTD-PROF)
                       MOVE WS-NOME-PEDIDO
                           TO WS-PRF-NOME(WS-QTD-PROF)
                       MOVE WS-FUNC-PEDIDO
                           TO WS-PRF-COD-FUNC(WS-QTD-PROF)
                       ADD 1 TO WS-CONT-CADASTRO
                       DISPLAY 'PROFESSOR CADASTRADO: '
                               WS-NOME-PEDIDO
                   UNTIL WS-IDX > WS-QTD-PROF
               IF WS-PRF-CODIGO(WS-IDX) = WS-COD-PEDIDO
                   SET PROFESSOR-EXISTE TO TRUE
                   MOVE WS-IDX TO WS-IDX-PROF
               END-IF
           END-PERFORM
           .
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3500-SESSAO-VINCULO.
      *----------------------------------------------------------------*
      *    Liga (ou corrige) o professor ao seu codigo de funcionario
      *    na folha; zeros desfaz o vinculo.
           DISPLAY 'CODIGO DO PROFESSOR (ZEROS PARA ENCERRAR): '
           ACCEPT WS-COD-PEDIDO FROM DADO-INPUT

           PERFORM UNTIL WS-COD-PEDIDO = ZEROS
               PERFORM 2100-VERIFICA-PROFESSOR
               IF PROFESSOR-EXISTE
                   DISPLAY 'CODIGO DE FUNCIONARIO NA FOLHA '
                           '(ZEROS DESFAZ O VINCULO): '
                   ACCEPT WS-FUNC-PEDIDO FROM DADO-INPUT
                   MOVE WS-FUNC-PEDIDO
                       TO WS-PRF-COD-FUNC(WS-IDX-PROF)
                   ADD 1 TO WS-CONT-ATRIB
                   DISPLAY 'VINCULO GRAVADO - PROF ' WS-COD-PEDIDO
                           ' FUNCIONARIO ' WS-FUNC-PEDIDO
               ELSE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'VINCULO RECUSADO - PROFESSOR NAO '
                           'CADASTRADO: ' WS-COD-PEDIDO
               END-IF

               DISPLAY 'CODIGO DO PROFESSOR (ZEROS PARA ENCERRAR): '
               ACCEPT WS-COD-PEDIDO FROM DADO-INPUT
           END-PERFORM

           PERFORM 8000-REGRAVA-PROFESSORES
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-SESSAO-FALTAS.
      *----------------------------------------------------------------*
      *    Cada falta vai para PROFFALTA.TXT com as aulas perdidas no
      *    dia; o PROFHORA desconta essas horas no mes.
           OPEN EXTEND ARQFALTA
           IF FALTA-NAO-EXISTE
               OPEN OUTPUT ARQFALTA
           END-IF

           DISPLAY 'CODIGO DO PROFESSOR (ZEROS PARA ENCERRAR): '
           ACCEPT WS-COD-PEDIDO FROM DADO-INPUT

           PERFORM UNTIL WS-COD-PEDIDO = ZEROS
               PERFORM 2100-VERIFICA-PROFESSOR
               IF PROFESSOR-EXISTE
                   PERFORM 4100-LE-FALTA
               ELSE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'FALTA RECUSADA - PROFESSOR NAO '
                           'CADASTRADO: ' WS-COD-PEDIDO
               END-IF

               DISPLAY 'CODIGO DO PROFESSOR (ZEROS PARA ENCERRAR): '
               ACCEPT WS-COD-PEDIDO FROM DADO-INPUT
           END-PERFORM

           CLOSE ARQFALTA
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-LE-FALTA.
      *----------------------------------------------------------------*
           DISPLAY 'DATA DA FALTA (AAAAMMDD): '
           ACCEPT WS-DATA-FALTA FROM DADO-INPUT
           DISPLAY 'AULAS PERDIDAS NO DIA: '
           ACCEPT WS-HORAS-PEDIDAS FROM DADO-INPUT

           IF WS-DATA-FALTA = ZEROS OR WS-HORAS-PEDIDAS = ZEROS
               ADD 1 TO WS-CONT-RECUSADA
               DISPLAY 'FALTA RECUSADA - DATA OU AULAS EM BRANCO'
           ELSE
               MOVE SPACES           TO REG-FALTA-PROF
               MOVE WS-COD-PEDIDO    TO PFL-PROFESSOR
               MOVE WS-DATA-FALTA    TO PFL-DATA
               MOVE WS-HORAS-PEDIDAS TO PFL-HORAS
               WRITE REG-FALTA-PROF
               ADD 1 TO WS-CONT-ATRIB
               DISPLAY 'FALTA GRAVADA - PROF ' WS-COD-PEDIDO
                       ' DATA ' WS-DATA-FALTA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-RELATORIO-CARGA.
      *----------------------------------------------------------------*
                   UNTIL WS-IDX > WS-QTD-PROF
               MOVE WS-PRF-CODIGO(WS-IDX) TO PRF-CODIGO
               MOVE WS-PRF-NOME(WS-IDX)   TO PRF-NOME
               MOVE WS-PRF-COD-FUNC(WS-IDX) TO PRF-COD-FUNC
               WRITE REG-PROFESSOR
           END-PERFORM

