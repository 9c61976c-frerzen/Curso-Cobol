      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Workout plan (ficha de treino) desk for the gym, off
      *          the hand-written sheet. Mode E is the trainer's
      *          session: the trainer keys his TREINADOR.TXT code and
      *          the member's CPF - only the trainer the member is
      *          assigned to on TREINASG.TXT may issue the plan - then
      *          the exercises per training day A/B/C with sets, reps
      *          and load. A new plan replaces the member's previous
      *          one on FICHA.TXT and is stamped with the issue date.
      *          Mode C prints the plan card FICHACAR.TXT (one member
      *          or all) with the renewal date. Mode V is the weekly
      *          list FICHAVEN.TXT: members with no plan at all on top,
      *          then per trainer the plans older than the renewal
      *          period of FICHPARM.TXT (days, default 60).
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. FICHA.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
               CONSOLE IS MODO-INPUT.
               CONSOLE IS TREI-INPUT.
               CONSOLE IS CPF-INPUT.
               CONSOLE IS EXERC-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQACAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CPF
               FILE STATUS IS WS-STATUS-ACAD.

       SELECT ARQTREI ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-TREI.

       SELECT ARQASG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-ASG.

       SELECT ARQFICHA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FICHA.

       SELECT ARQPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PARM.

       SELECT ARQCARTAO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQVENC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD ARQACAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ACADEMIA.TXT".

       01  REG-ACADEMIA.
               03 FD-CPF                  PIC 9(11).
               03 FD-NOME                 PIC X(30).
               03 FD-PESO                 PIC 9(03)V999.
               03 FD-SEXO                 PIC X(01).
               03 FD-ALTURA               PIC 9(03).
               03 FD-DATA-VALIDADE        PIC 9(08).
               03 FD-FILIAL               PIC 9(02).

       FD ARQTREI
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINADOR.TXT".
       01  REG-TREINADOR.
           03 TRE-CODIGO                  PIC 9(04).
           03 FILLER                      PIC X(01).
           03 TRE-NOME                    PIC X(30).

       FD ARQASG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TREINASG.TXT".
       01  REG-ATRIBUICAO.
           03 ASG-TREINADOR               PIC 9(04).
           03 FILLER                      PIC X(01).
           03 ASG-CPF                     PIC 9(11).

       FD ARQFICHA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FICHA.TXT".
       01  REG-FICHA.
           03 FIC-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 FIC-TREINADOR               PIC 9(04).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 FIC-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 FIC-DIA                     PIC X(01).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 FIC-SEQ                     PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 FIC-EXERCICIO               PIC X(25).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 FIC-SERIES                  PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 FIC-REPETICOES              PIC 9(03).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 FIC-CARGA                   PIC 9(03)V9.

       FD ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FICHPARM.TXT".
       01  REG-PARM.
           03 PARM-RENOVACAO-DIAS         PIC 9(03).

       FD ARQCARTAO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FICHACAR.TXT".
       01  REG-CARTAO                     PIC X(80).

       FD ARQVENC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FICHAVEN.TXT".
       01  REG-VENCIDA                    PIC X(80).

       FD ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA                  PIC 9(08).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FICHRUN.TXT".
       01  REG-RUN                        PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-TREI-EOF              PIC X(01) VALUE ' '.
       77  WS-ASG-EOF               PIC X(01) VALUE ' '.
       77  WS-FICHA-EOF             PIC X(01) VALUE ' '.
       77  WS-STATUS-ACAD           PIC X(02) VALUE ZEROS.
           88 WS-ACAD-OK                VALUE '00'.
       77  WS-STATUS-TREI           PIC X(02) VALUE SPACES.
           88 TREI-OK                   VALUE '00'.
       77  WS-STATUS-ASG            PIC X(02) VALUE SPACES.
           88 ASG-OK                    VALUE '00'.
       77  WS-STATUS-FICHA          PIC X(02) VALUE SPACES.
           88 FICHA-OK                  VALUE '00'.
       77  WS-STATUS-PARM           PIC X(02) VALUE SPACES.
           88 PARM-OK                   VALUE '00'.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'V'.
       77  WS-TREI-PEDIDO           PIC 9(04) VALUE ZEROS.
       77  WS-CPF-PEDIDO            PIC 9(11) VALUE ZEROS.
       77  WS-RENOVACAO-DIAS        PIC 9(03) VALUE 60.
       77  WS-DIAS-FICHA            PIC S9(07) VALUE ZEROS.
       77  WS-DATA-RENOVAR          PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-JUL              PIC 9(07) VALUE ZEROS.
       77  WS-QTD-TREI              PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ASG               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-FICHA             PIC 9(04) VALUE ZEROS.
       77  WS-QTD-NOVA              PIC 9(02) VALUE ZEROS.
       77  WS-IDX                   PIC 9(04) VALUE ZEROS.
       77  WS-IDX2                  PIC 9(04) VALUE ZEROS.
       77  WS-IDX3                  PIC 9(04) VALUE ZEROS.
       77  WS-IDX-DIA               PIC 9(01) VALUE ZEROS.
       77  WS-TREI-DO-ALUNO         PIC 9(04) VALUE ZEROS.
       77  WS-TREI-NOME-ACHADO      PIC X(30) VALUE SPACES.
       77  WS-DATA-FICHA            PIC 9(08) VALUE ZEROS.
       77  WS-ACHOU                 PIC X(01) VALUE 'N'.
       77  WS-CPF-JA-VISTO          PIC X(01) VALUE 'N'.
       77  WS-DIA-TEM-EXERC         PIC X(01) VALUE 'N'.
       77  WS-CONT-EMITIDA          PIC 9(04) VALUE ZEROS.
       77  WS-CONT-RECUSADA         PIC 9(04) VALUE ZEROS.
       77  WS-CONT-CARTAO           PIC 9(04) VALUE ZEROS.
       77  WS-CONT-SEM-FICHA        PIC 9(04) VALUE ZEROS.
       77  WS-CONT-VENCIDA          PIC 9(04) VALUE ZEROS.
       77  WS-VENC-TREI             PIC 9(04) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY VALIDACPF.

       01  WS-DIAS-TREINO           PIC X(03) VALUE 'ABC'.
       01  WS-DIAS-TREINO-R REDEFINES WS-DIAS-TREINO.
           03 WS-DIA-TREINO OCCURS 3 TIMES PIC X(01).

       01  WS-EXERC-DIGITADO.
           03 WS-DIG-DIA            PIC X(01)     VALUE SPACE.
           03 WS-DIG-EXERCICIO      PIC X(25)     VALUE SPACES.
           03 WS-DIG-SERIES         PIC 9(02)     VALUE ZEROS.
           03 WS-DIG-REPETICOES     PIC 9(03)     VALUE ZEROS.
           03 WS-DIG-CARGA          PIC 9(03)V9   VALUE ZEROS.

       01  WS-TAB-TREINADOR.
           03 WS-TREI-ITEM OCCURS 100 TIMES.
              05 WS-TREI-CODIGO         PIC 9(04).
              05 WS-TREI-NOME           PIC X(30).

       01  WS-TAB-ATRIBUICAO.
           03 WS-ASG-ITEM OCCURS 999 TIMES.
              05 WS-ASG-TREINADOR       PIC 9(04).
              05 WS-ASG-CPF             PIC 9(11).

       01  WS-TAB-FICHA.
           03 WS-FIC-ITEM OCCURS 3000 TIMES.
              05 WS-FIC-CPF             PIC 9(11).
              05 WS-FIC-TREINADOR       PIC 9(04).
              05 WS-FIC-DATA            PIC 9(08).
              05 WS-FIC-DIA             PIC X(01).
              05 WS-FIC-SEQ             PIC 9(02).
              05 WS-FIC-EXERCICIO       PIC X(25).
              05 WS-FIC-SERIES          PIC 9(02).
              05 WS-FIC-REPETICOES      PIC 9(03).
              05 WS-FIC-CARGA           PIC 9(03)V9.
              05 WS-FIC-ATIVO           PIC X(01).

      *    Exercicios da ficha em digitacao - so entram na tabela
      *    principal quando o treinador encerra a ficha.
       01  WS-TAB-NOVA.
           03 WS-NOV-ITEM OCCURS 60 TIMES.
              05 WS-NOV-DIA             PIC X(01).
              05 WS-NOV-EXERCICIO       PIC X(25).
              05 WS-NOV-SERIES          PIC 9(02).
              05 WS-NOV-REPETICOES      PIC 9(03).
              05 WS-NOV-CARGA           PIC 9(03)V9.

       01  WS-CAB-CARTAO.
           03 FILLER PIC X(28) VALUE SPACES.
           03 FILLER PIC X(24) VALUE 'FICHA DE TREINO'.
           03 FILLER PIC X(28) VALUE SPACES.

       01  WS-CARTAO-ALUNO.
           03 FILLER                PIC X(11) VALUE 'ALUNO    : '.
           03 WS-CAR-CPF            PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-CAR-NOME           PIC X(30).

       01  WS-CARTAO-TREINADOR.
           03 FILLER                PIC X(11) VALUE 'TREINADOR: '.
           03 WS-CAR-TREI-COD       PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-CAR-TREI-NOME      PIC X(30).

       01  WS-CARTAO-DATAS.
           03 FILLER                PIC X(11) VALUE 'EMITIDA EM '.
           03 WS-CAR-EMISSAO        PIC 9(08).
           03 FILLER                PIC X(16)
               VALUE '   RENOVAR ATE '.
           03 WS-CAR-RENOVAR        PIC 9(08).

       01  WS-CARTAO-DIA.
           03 FILLER                PIC X(07) VALUE 'TREINO '.
           03 WS-CAR-DIA            PIC X(01).

       01  WS-CARTAO-COLUNAS.
           03 FILLER PIC X(06) VALUE '  SEQ'.
           03 FILLER PIC X(27) VALUE 'EXERCICIO'.
           03 FILLER PIC X(08) VALUE 'SERIES'.
           03 FILLER PIC X(08) VALUE 'REPET.'.
           03 FILLER PIC X(10) VALUE 'CARGA KG'.

       01  WS-CARTAO-EXERCICIO.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-CAR-SEQ            PIC 99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-CAR-EXERCICIO      PIC X(25).
           03 FILLER                PIC X(04) VALUE SPACES.
           03 WS-CAR-SERIES         PIC Z9.
           03 FILLER                PIC X(05) VALUE SPACES.
           03 WS-CAR-REPETICOES     PIC ZZ9.
           03 FILLER                PIC X(05) VALUE SPACES.
           03 WS-CAR-CARGA          PIC ZZ9.9.

       01  WS-VEN-LINHA1.
           03 FILLER PIC X(16) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'FICHAS DE TREINO A RENOVAR - SEMANAL'.
           03 FILLER PIC X(24) VALUE SPACES.

       01  WS-VEN-SECAO.
           03 WS-VEN-SECAO-TXT      PIC X(80).

       01  WS-VEN-TREINADOR.
           03 FILLER                PIC X(11) VALUE 'TREINADOR: '.
           03 WS-VEN-TREI-COD       PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-VEN-TREI-NOME      PIC X(30).

       01  WS-VEN-DETALHE.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-VEN-CPF            PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-VEN-NOME           PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-VEN-TREI-ALUNO     PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-VEN-EMISSAO        PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-VEN-IDADE.
              05 WS-VEN-DIAS        PIC ZZZZ9.
              05 FILLER             PIC X(05) VALUE ' DIAS'.

       01  WS-VEN-SUBTOTAL.
           03 FILLER                PIC X(22)
               VALUE '  FICHAS A RENOVAR:  '.
           03 WS-VEN-QTD            PIC ZZZ9.

       01  WS-RODAPE1.
           03 FILLER            PIC X(30)
               VALUE 'ALUNOS SEM FICHA DE TREINO: '.
           03 WS-TOTSEMFICHA    PIC ZZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(30)
               VALUE 'FICHAS VENCIDAS A RENOVAR:  '.
           03 WS-TOTVENCIDA     PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0050-LE-PARAMETROS
               PERFORM 0100-CARREGA-TREINADORES
               PERFORM 0200-CARREGA-ATRIBUICOES
               PERFORM 0300-CARREGA-FICHAS

               DISPLAY 'MODO (E)MISSAO, (C)ARTAO OU (V)ENCIDAS: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               EVALUATE WS-MODO-EXECUCAO
                   WHEN 'E'
                       PERFORM 2000-SESSAO-EMISSAO
                   WHEN 'C'
                       PERFORM 4000-IMPRIME-CARTOES
                   WHEN OTHER
                       PERFORM 5000-LISTA-VENCIDAS
               END-EVALUATE

               MOVE 'FICHA'           TO WS-RUN-PROGRAMA
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
                       IF PARM-RENOVACAO-DIAS > ZEROS
                           MOVE PARM-RENOVACAO-DIAS
                               TO WS-RENOVACAO-DIAS
                       END-IF
               END-READ
               CLOSE ARQPARM
           END-IF

           DISPLAY 'PERIODO DE RENOVACAO DA FICHA (DIAS): '
                   WS-RENOVACAO-DIAS
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-TREINADORES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQTREI
           IF TREI-OK
               PERFORM UNTIL WS-TREI-EOF = 'S'
                   READ ARQTREI
                       AT END
                           MOVE 'S' TO WS-TREI-EOF
                       NOT AT END
                           IF WS-QTD-TREI < 100
                               ADD 1 TO WS-QTD-TREI
                               MOVE TRE-CODIGO
                                   TO WS-TREI-CODIGO(WS-QTD-TREI)
                               MOVE TRE-NOME
                                   TO WS-TREI-NOME(WS-QTD-TREI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQTREI
           ELSE
               DISPLAY 'TREINADOR.TXT AUSENTE - STATUS: '
                       WS-STATUS-TREI
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-ATRIBUICOES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQASG
           IF ASG-OK
               PERFORM UNTIL WS-ASG-EOF = 'S'
                   READ ARQASG
                       AT END
                           MOVE 'S' TO WS-ASG-EOF
                       NOT AT END
                           IF WS-QTD-ASG < 999
                               ADD 1 TO WS-QTD-ASG
                               MOVE ASG-TREINADOR
                                   TO WS-ASG-TREINADOR(WS-QTD-ASG)
                               MOVE ASG-CPF
                                   TO WS-ASG-CPF(WS-QTD-ASG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQASG
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-FICHAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQFICHA
           IF FICHA-OK
               PERFORM UNTIL WS-FICHA-EOF = 'S'
                   READ ARQFICHA
                       AT END
                           MOVE 'S' TO WS-FICHA-EOF
                       NOT AT END
                           PERFORM 0310-GUARDA-FICHA
                   END-READ
               END-PERFORM
               CLOSE ARQFICHA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0310-GUARDA-FICHA.
      *----------------------------------------------------------------*
           IF WS-QTD-FICHA < 3000
               ADD 1 TO WS-QTD-FICHA
               MOVE FIC-CPF        TO WS-FIC-CPF(WS-QTD-FICHA)
               MOVE FIC-TREINADOR  TO WS-FIC-TREINADOR(WS-QTD-FICHA)
               MOVE FIC-DATA       TO WS-FIC-DATA(WS-QTD-FICHA)
               MOVE FIC-DIA        TO WS-FIC-DIA(WS-QTD-FICHA)
               MOVE FIC-SEQ        TO WS-FIC-SEQ(WS-QTD-FICHA)
               MOVE FIC-EXERCICIO  TO WS-FIC-EXERCICIO(WS-QTD-FICHA)
               MOVE FIC-SERIES     TO WS-FIC-SERIES(WS-QTD-FICHA)
               MOVE FIC-REPETICOES TO WS-FIC-REPETICOES(WS-QTD-FICHA)
               MOVE FIC-CARGA      TO WS-FIC-CARGA(WS-QTD-FICHA)
               MOVE 'S'            TO WS-FIC-ATIVO(WS-QTD-FICHA)
           ELSE
               DISPLAY 'LINHA DE FICHA IGNORADA - LIMITE DE 3000 '
                       'LINHAS EXCEDIDO: ' FIC-CPF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SESSAO-EMISSAO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQACAD
           IF WS-ACAD-OK
               DISPLAY 'CODIGO DO TREINADOR: '
               ACCEPT WS-TREI-PEDIDO FROM TREI-INPUT

               PERFORM 2050-BUSCA-TREINADOR
               IF WS-ACHOU = 'N'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'SESSAO RECUSADA - TREINADOR NAO '
                           'CADASTRADO: ' WS-TREI-PEDIDO
               ELSE
                   DISPLAY 'TREINADOR: ' WS-TREI-NOME-ACHADO
                   PERFORM 2100-LE-CPF
                   PERFORM UNTIL WS-CPF-PEDIDO = ZEROS
                       PERFORM 2200-TRATA-ALUNO
                       PERFORM 2100-LE-CPF
                   END-PERFORM

                   PERFORM 3000-REGRAVA-FICHAS
               END-IF

               DISPLAY 'FICHAS EMITIDAS : ' WS-CONT-EMITIDA
               DISPLAY 'FICHAS RECUSADAS: ' WS-CONT-RECUSADA
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ACADEMIA.TXT' TO WS-RUN-MOTIVO
               MOVE 'FIC001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQACAD - STATUS: '
                       WS-STATUS-ACAD
           END-IF
           CLOSE ARQACAD

           MOVE WS-CONT-EMITIDA  TO WS-RUN-PROCESSADOS
           MOVE WS-CONT-RECUSADA TO WS-RUN-REJEITADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       2050-BUSCA-TREINADOR.
      *----------------------------------------------------------------*
           MOVE 'N'    TO WS-ACHOU
           MOVE SPACES TO WS-TREI-NOME-ACHADO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-TREI
               IF WS-TREI-CODIGO(WS-IDX) = WS-TREI-PEDIDO
                   MOVE 'S' TO WS-ACHOU
                   MOVE WS-TREI-NOME(WS-IDX) TO WS-TREI-NOME-ACHADO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LE-CPF.
      *----------------------------------------------------------------*
           DISPLAY 'CPF DO ALUNO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-CPF-PEDIDO FROM CPF-INPUT
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-TRATA-ALUNO.
      *----------------------------------------------------------------*
           MOVE WS-CPF-PEDIDO TO WS-CPF-ENTRADA-VAL
           PERFORM 9700-VALIDA-CPF
           PERFORM 2250-BUSCA-ATRIBUICAO

           EVALUATE TRUE
               WHEN CPF-INVALIDO
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'FICHA RECUSADA - CPF COM DIGITO '
                           'VERIFICADOR INVALIDO: ' WS-CPF-PEDIDO
               WHEN WS-TREI-DO-ALUNO = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'FICHA RECUSADA - ALUNO SEM TREINADOR '
                           'ATRIBUIDO: ' WS-CPF-PEDIDO
               WHEN WS-TREI-DO-ALUNO NOT = WS-TREI-PEDIDO
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'FICHA RECUSADA - ALUNO ATRIBUIDO AO '
                           'TREINADOR ' WS-TREI-DO-ALUNO
               WHEN OTHER
                   MOVE WS-CPF-PEDIDO TO FD-CPF
                   READ ARQACAD
                       KEY IS FD-CPF
                       INVALID KEY
                           ADD 1 TO WS-CONT-RECUSADA
                           DISPLAY 'FICHA RECUSADA - CPF NAO '
                                   'CADASTRADO NA ACADEMIA: '
                                   WS-CPF-PEDIDO
                       NOT INVALID KEY
                           PERFORM 2300-DIGITA-EXERCICIOS
                   END-READ
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2250-BUSCA-ATRIBUICAO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-TREI-DO-ALUNO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ASG
               IF WS-ASG-CPF(WS-IDX) = WS-CPF-PEDIDO
                   MOVE WS-ASG-TREINADOR(WS-IDX) TO WS-TREI-DO-ALUNO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-DIGITA-EXERCICIOS.
      *----------------------------------------------------------------*
      *    Exercicio em branco encerra a ficha. Dia fora de A/B/C,
      *    series ou repeticoes zeradas recusam so aquela linha.
           DISPLAY 'ALUNO: ' FD-NOME
           MOVE ZEROS TO WS-QTD-NOVA
           MOVE 'X'   TO WS-DIG-DIA

           PERFORM UNTIL WS-DIG-EXERCICIO = SPACES
                      AND WS-DIG-DIA = SPACE
               PERFORM 2310-LE-EXERCICIO
               IF WS-DIG-EXERCICIO NOT = SPACES
                   PERFORM 2320-VALIDA-EXERCICIO
               ELSE
                   MOVE SPACE TO WS-DIG-DIA
               END-IF
           END-PERFORM

           IF WS-QTD-NOVA = ZEROS
               ADD 1 TO WS-CONT-RECUSADA
               DISPLAY 'FICHA SEM EXERCICIOS - MANTIDA A ANTERIOR'
           ELSE
               PERFORM 2400-SUBSTITUI-FICHA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2310-LE-EXERCICIO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-DIG-EXERCICIO
           DISPLAY 'EXERCICIO (BRANCOS PARA ENCERRAR A FICHA): '
           ACCEPT WS-DIG-EXERCICIO FROM EXERC-INPUT

           IF WS-DIG-EXERCICIO NOT = SPACES
               DISPLAY 'DIA DE TREINO (A/B/C): '
               ACCEPT WS-DIG-DIA FROM EXERC-INPUT
               DISPLAY 'SERIES: '
               ACCEPT WS-DIG-SERIES FROM EXERC-INPUT
               DISPLAY 'REPETICOES: '
               ACCEPT WS-DIG-REPETICOES FROM EXERC-INPUT
               DISPLAY 'CARGA (KG): '
               ACCEPT WS-DIG-CARGA FROM EXERC-INPUT
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2320-VALIDA-EXERCICIO.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-DIG-DIA NOT = 'A' AND NOT = 'B'
                                     AND NOT = 'C'
                   DISPLAY 'EXERCICIO RECUSADO - DIA DE TREINO '
                           'INVALIDO: ' WS-DIG-DIA
               WHEN WS-DIG-SERIES = ZEROS
                    OR WS-DIG-REPETICOES = ZEROS
                   DISPLAY 'EXERCICIO RECUSADO - SERIES E '
                           'REPETICOES SAO OBRIGATORIAS'
               WHEN WS-QTD-NOVA >= 60
                   DISPLAY 'EXERCICIO RECUSADO - LIMITE DE 60 '
                           'EXERCICIOS POR FICHA'
               WHEN OTHER
                   ADD 1 TO WS-QTD-NOVA
                   MOVE WS-DIG-DIA        TO WS-NOV-DIA(WS-QTD-NOVA)
                   MOVE WS-DIG-EXERCICIO
                       TO WS-NOV-EXERCICIO(WS-QTD-NOVA)
                   MOVE WS-DIG-SERIES
                       TO WS-NOV-SERIES(WS-QTD-NOVA)
                   MOVE WS-DIG-REPETICOES
                       TO WS-NOV-REPETICOES(WS-QTD-NOVA)
                   MOVE WS-DIG-CARGA      TO WS-NOV-CARGA(WS-QTD-NOVA)
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-SUBSTITUI-FICHA.
      *----------------------------------------------------------------*
      *    A ficha nova substitui a anterior inteira: as linhas velhas
      *    do CPF saem da regravacao e as novas entram no fim, com a
      *    sequencia renumerada por dia de treino.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FICHA
               IF WS-FIC-CPF(WS-IDX) = WS-CPF-PEDIDO
                   MOVE 'N' TO WS-FIC-ATIVO(WS-IDX)
               END-IF
           END-PERFORM

           IF WS-QTD-FICHA + WS-QTD-NOVA > 3000
               ADD 1 TO WS-CONT-RECUSADA
               DISPLAY 'FICHA RECUSADA - LIMITE DE 3000 LINHAS '
                       'EXCEDIDO'
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-FICHA
                   IF WS-FIC-CPF(WS-IDX) = WS-CPF-PEDIDO
                       MOVE 'S' TO WS-FIC-ATIVO(WS-IDX)
                   END-IF
               END-PERFORM
           ELSE
               PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                       UNTIL WS-IDX-DIA > 3
                   MOVE ZEROS TO WS-IDX3
                   PERFORM VARYING WS-IDX2 FROM 1 BY 1
                           UNTIL WS-IDX2 > WS-QTD-NOVA
                       IF WS-NOV-DIA(WS-IDX2) =
                          WS-DIA-TREINO(WS-IDX-DIA)
                           ADD 1 TO WS-IDX3
                           PERFORM 2410-INCLUI-LINHA
                       END-IF
                   END-PERFORM
               END-PERFORM

               ADD 1 TO WS-CONT-EMITIDA
               DISPLAY 'FICHA EMITIDA - CPF: ' WS-CPF-PEDIDO
                       ' EXERCICIOS: ' WS-QTD-NOVA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2410-INCLUI-LINHA.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-FICHA
           MOVE WS-CPF-PEDIDO    TO WS-FIC-CPF(WS-QTD-FICHA)
           MOVE WS-TREI-PEDIDO   TO WS-FIC-TREINADOR(WS-QTD-FICHA)
           MOVE WS-DATA-NEGOCIO  TO WS-FIC-DATA(WS-QTD-FICHA)
           MOVE WS-NOV-DIA(WS-IDX2)
                                 TO WS-FIC-DIA(WS-QTD-FICHA)
           MOVE WS-IDX3          TO WS-FIC-SEQ(WS-QTD-FICHA)
           MOVE WS-NOV-EXERCICIO(WS-IDX2)
                                 TO WS-FIC-EXERCICIO(WS-QTD-FICHA)
           MOVE WS-NOV-SERIES(WS-IDX2)
                                 TO WS-FIC-SERIES(WS-QTD-FICHA)
           MOVE WS-NOV-REPETICOES(WS-IDX2)
                                 TO WS-FIC-REPETICOES(WS-QTD-FICHA)
           MOVE WS-NOV-CARGA(WS-IDX2)
                                 TO WS-FIC-CARGA(WS-QTD-FICHA)
           MOVE 'S'              TO WS-FIC-ATIVO(WS-QTD-FICHA)
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-REGRAVA-FICHAS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQFICHA

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FICHA
               IF WS-FIC-ATIVO(WS-IDX) = 'S'
                   MOVE WS-FIC-CPF(WS-IDX)        TO FIC-CPF
                   MOVE WS-FIC-TREINADOR(WS-IDX)  TO FIC-TREINADOR
                   MOVE WS-FIC-DATA(WS-IDX)       TO FIC-DATA
                   MOVE WS-FIC-DIA(WS-IDX)        TO FIC-DIA
                   MOVE WS-FIC-SEQ(WS-IDX)        TO FIC-SEQ
                   MOVE WS-FIC-EXERCICIO(WS-IDX)  TO FIC-EXERCICIO
                   MOVE WS-FIC-SERIES(WS-IDX)     TO FIC-SERIES
                   MOVE WS-FIC-REPETICOES(WS-IDX) TO FIC-REPETICOES
                   MOVE WS-FIC-CARGA(WS-IDX)      TO FIC-CARGA
                   WRITE REG-FICHA
               END-IF
           END-PERFORM

           CLOSE ARQFICHA
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-IMPRIME-CARTOES.
      *----------------------------------------------------------------*
           DISPLAY 'CPF DO ALUNO (ZEROS = TODAS AS FICHAS): '
           ACCEPT WS-CPF-PEDIDO FROM CPF-INPUT

           OPEN INPUT ARQACAD
           OPEN OUTPUT ARQCARTAO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FICHA
               MOVE 'N' TO WS-CPF-JA-VISTO
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 >= WS-IDX
                   IF WS-FIC-CPF(WS-IDX2) = WS-FIC-CPF(WS-IDX)
                       MOVE 'S' TO WS-CPF-JA-VISTO
                   END-IF
               END-PERFORM

               IF WS-CPF-JA-VISTO = 'N'
                  AND (WS-CPF-PEDIDO = ZEROS
                       OR WS-CPF-PEDIDO = WS-FIC-CPF(WS-IDX))
                   PERFORM 4100-IMPRIME-CARTAO
               END-IF
           END-PERFORM

           CLOSE ARQCARTAO  ARQACAD

           DISPLAY 'CARTOES IMPRESSOS: ' WS-CONT-CARTAO
           MOVE WS-CONT-CARTAO TO WS-RUN-PROCESSADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-IMPRIME-CARTAO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-CARTAO

           MOVE WS-FIC-CPF(WS-IDX) TO WS-CAR-CPF
           MOVE WS-FIC-CPF(WS-IDX) TO FD-CPF
           READ ARQACAD
               KEY IS FD-CPF
               INVALID KEY
                   MOVE '*** FORA DO ROSTER ***' TO WS-CAR-NOME
               NOT INVALID KEY
                   MOVE FD-NOME TO WS-CAR-NOME
           END-READ

           MOVE WS-FIC-TREINADOR(WS-IDX) TO WS-TREI-PEDIDO
           PERFORM 2050-BUSCA-TREINADOR
           MOVE WS-FIC-TREINADOR(WS-IDX) TO WS-CAR-TREI-COD
           MOVE WS-TREI-NOME-ACHADO      TO WS-CAR-TREI-NOME

           MOVE WS-FIC-DATA(WS-IDX) TO WS-CAR-EMISSAO
           COMPUTE WS-DIAS-JUL =
               FUNCTION INTEGER-OF-DATE(WS-FIC-DATA(WS-IDX))
               + WS-RENOVACAO-DIAS
           MOVE FUNCTION DATE-OF-INTEGER(WS-DIAS-JUL)
               TO WS-CAR-RENOVAR

           WRITE REG-CARTAO FROM WS-PONTILHADO
           WRITE REG-CARTAO FROM WS-CAB-CARTAO
           WRITE REG-CARTAO FROM WS-PONTILHADO
           WRITE REG-CARTAO FROM WS-CARTAO-ALUNO
           WRITE REG-CARTAO FROM WS-CARTAO-TREINADOR
           WRITE REG-CARTAO FROM WS-CARTAO-DATAS

           PERFORM VARYING WS-IDX-DIA FROM 1 BY 1
                   UNTIL WS-IDX-DIA > 3
               PERFORM 4200-IMPRIME-DIA
           END-PERFORM

           WRITE REG-CARTAO FROM WS-PONTILHADO
           MOVE SPACES TO REG-CARTAO
           WRITE REG-CARTAO

           DISPLAY 'CARTAO IMPRESSO - CPF: ' WS-CAR-CPF
           .
           EXIT.
      *----------------------------------------------------------------*
       4200-IMPRIME-DIA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-DIA-TEM-EXERC

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-FICHA
               IF WS-FIC-CPF(WS-IDX2) = WS-FIC-CPF(WS-IDX)
                  AND WS-FIC-DIA(WS-IDX2) = WS-DIA-TREINO(WS-IDX-DIA)
                   IF WS-DIA-TEM-EXERC = 'N'
                       MOVE 'S' TO WS-DIA-TEM-EXERC
                       MOVE SPACES TO REG-CARTAO
                       WRITE REG-CARTAO
                       MOVE WS-DIA-TREINO(WS-IDX-DIA) TO WS-CAR-DIA
                       WRITE REG-CARTAO FROM WS-CARTAO-DIA
                       WRITE REG-CARTAO FROM WS-CARTAO-COLUNAS
                   END-IF
                   MOVE WS-FIC-SEQ(WS-IDX2)        TO WS-CAR-SEQ
                   MOVE WS-FIC-EXERCICIO(WS-IDX2)  TO WS-CAR-EXERCICIO
                   MOVE WS-FIC-SERIES(WS-IDX2)     TO WS-CAR-SERIES
                   MOVE WS-FIC-REPETICOES(WS-IDX2)
                       TO WS-CAR-REPETICOES
                   MOVE WS-FIC-CARGA(WS-IDX2)      TO WS-CAR-CARGA
                   WRITE REG-CARTAO FROM WS-CARTAO-EXERCICIO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-LISTA-VENCIDAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQACAD
           OPEN OUTPUT ARQVENC

           DISPLAY WS-VEN-LINHA1
           WRITE REG-VENCIDA FROM WS-VEN-LINHA1
           DISPLAY WS-LINHA-DATAS
           WRITE REG-VENCIDA FROM WS-LINHA-DATAS
           DISPLAY WS-PONTILHADO
           WRITE REG-VENCIDA FROM WS-PONTILHADO

      *    Primeiro quem nunca recebeu ficha - a pior situacao - na
      *    ordem dos treinadores; depois as fichas vencidas agrupadas
      *    por treinador.
           MOVE 'ALUNOS SEM FICHA DE TREINO (CPF NOME TREINADOR)'
               TO WS-VEN-SECAO-TXT
           DISPLAY WS-VEN-SECAO
           WRITE REG-VENCIDA FROM WS-VEN-SECAO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-TREI
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 > WS-QTD-ASG
                   IF WS-ASG-TREINADOR(WS-IDX2) =
                      WS-TREI-CODIGO(WS-IDX)
                       PERFORM 5100-VERIFICA-SEM-FICHA
                   END-IF
               END-PERFORM
           END-PERFORM

           DISPLAY WS-PONTILHADO
           WRITE REG-VENCIDA FROM WS-PONTILHADO
           MOVE 'FICHAS VENCIDAS POR TREINADOR (CPF NOME TREI. EMISSAO)'
               TO WS-VEN-SECAO-TXT
           DISPLAY WS-VEN-SECAO
           WRITE REG-VENCIDA FROM WS-VEN-SECAO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-TREI
               PERFORM 5200-VENCIDAS-TREINADOR
           END-PERFORM

           MOVE WS-CONT-SEM-FICHA TO WS-TOTSEMFICHA
           MOVE WS-CONT-VENCIDA   TO WS-TOTVENCIDA
           DISPLAY WS-PONTILHADO
           WRITE REG-VENCIDA FROM WS-PONTILHADO
           DISPLAY WS-RODAPE1
           WRITE REG-VENCIDA FROM WS-RODAPE1
           DISPLAY WS-RODAPE2
           WRITE REG-VENCIDA FROM WS-RODAPE2

           CLOSE ARQVENC  ARQACAD

           COMPUTE WS-RUN-PROCESSADOS =
               WS-CONT-SEM-FICHA + WS-CONT-VENCIDA
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-VERIFICA-SEM-FICHA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX3 FROM 1 BY 1
                   UNTIL WS-IDX3 > WS-QTD-FICHA
               IF WS-FIC-CPF(WS-IDX3) = WS-ASG-CPF(WS-IDX2)
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'N'
               ADD 1 TO WS-CONT-SEM-FICHA
               PERFORM 5300-MONTA-DETALHE
               MOVE 'NENHUMA' TO WS-VEN-EMISSAO
               MOVE SPACES    TO WS-VEN-IDADE
               DISPLAY WS-VEN-DETALHE
               WRITE REG-VENCIDA FROM WS-VEN-DETALHE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-VENCIDAS-TREINADOR.
      *----------------------------------------------------------------*
      *    A ficha vale pela data de emissao; o aluno entra na lista do
      *    treinador a quem esta atribuido hoje no TREINASG.TXT.
           MOVE ZEROS TO WS-VENC-TREI

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-ASG
               IF WS-ASG-TREINADOR(WS-IDX2) = WS-TREI-CODIGO(WS-IDX)
                   MOVE ZEROS TO WS-DATA-FICHA
                   PERFORM VARYING WS-IDX3 FROM 1 BY 1
                           UNTIL WS-IDX3 > WS-QTD-FICHA
                       IF WS-FIC-CPF(WS-IDX3) = WS-ASG-CPF(WS-IDX2)
                          AND WS-FIC-DATA(WS-IDX3) > WS-DATA-FICHA
                           MOVE WS-FIC-DATA(WS-IDX3) TO WS-DATA-FICHA
                       END-IF
                   END-PERFORM

                   IF WS-DATA-FICHA > ZEROS
                       COMPUTE WS-DIAS-FICHA =
                           FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) -
                           FUNCTION INTEGER-OF-DATE(WS-DATA-FICHA)
                       IF WS-DIAS-FICHA > WS-RENOVACAO-DIAS
                           PERFORM 5210-GRAVA-VENCIDA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM

           IF WS-VENC-TREI > ZEROS
               MOVE WS-VENC-TREI TO WS-VEN-QTD
               DISPLAY WS-VEN-SUBTOTAL
               WRITE REG-VENCIDA FROM WS-VEN-SUBTOTAL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5210-GRAVA-VENCIDA.
      *----------------------------------------------------------------*
           IF WS-VENC-TREI = ZEROS
               MOVE WS-TREI-CODIGO(WS-IDX) TO WS-VEN-TREI-COD
               MOVE WS-TREI-NOME(WS-IDX)   TO WS-VEN-TREI-NOME
               DISPLAY WS-VEN-TREINADOR
               WRITE REG-VENCIDA FROM WS-VEN-TREINADOR
           END-IF

           ADD 1 TO WS-VENC-TREI
           ADD 1 TO WS-CONT-VENCIDA

           PERFORM 5300-MONTA-DETALHE
           MOVE WS-DATA-FICHA TO WS-VEN-EMISSAO
           MOVE WS-DIAS-FICHA TO WS-VEN-DIAS
           MOVE ' DIAS'       TO WS-VEN-IDADE(6:)
           DISPLAY WS-VEN-DETALHE
           WRITE REG-VENCIDA FROM WS-VEN-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
       5300-MONTA-DETALHE.
      *----------------------------------------------------------------*
           MOVE WS-ASG-CPF(WS-IDX2)       TO WS-VEN-CPF
           MOVE WS-ASG-TREINADOR(WS-IDX2) TO WS-VEN-TREI-ALUNO

           MOVE WS-ASG-CPF(WS-IDX2) TO FD-CPF
           READ ARQACAD
               KEY IS FD-CPF
               INVALID KEY
                   MOVE '*** FORA DO ROSTER ***' TO WS-VEN-NOME
               NOT INVALID KEY
                   MOVE FD-NOME TO WS-VEN-NOME
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM FICHA.
