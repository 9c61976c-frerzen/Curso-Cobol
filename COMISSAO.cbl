      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Monthly personal trainer commission. For the
      *          reference month (competencia) credits each trainer of
      *          TREINADOR.TXT with the percentage configured on
      *          COMISPARM.TXT (trainer, payroll employee code,
      *          percentage - default 10%) of the plan payments that
      *          the members assigned to him on TREINASG.TXT posted on
      *          PAGLEDGER.TXT in that month, refunds netted off.
      *          Members frozen on SUSPACAD.TXT during the month are
      *          left out. Each trainer's statement is printed on
      *          COMISREL.TXT and the credit goes to COMISSAO.TXT for
      *          the payroll of the following month, where FOLHABRU
      *          adds it to the gross and HOLERITE prints it as its
      *          own earnings line. A rerun of the same month replaces
      *          that month's credits.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. COMISSAO.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
               CONSOLE IS DATA-INPUT.

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

       SELECT ARQCPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CPARM.

       SELECT ARQSUSP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-SUSP.

       SELECT ARQLEDGER ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-LED.

       SELECT ARQCOM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-COM.

       SELECT ARQREL ASSIGN TO DISK
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

       FD ARQCPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMISPARM.TXT".
       01  REG-COMISPARM.
           03 CPR-TREINADOR               PIC 9(04).
           03 FILLER                      PIC X(01).
           03 CPR-FUNCIONARIO             PIC 9(03).
           03 FILLER                      PIC X(01).
           03 CPR-PERCENTUAL              PIC 9(02)V99.

       FD ARQSUSP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "SUSPACAD.TXT".
       01  REG-SUSPENSAO.
           03 SUS-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 SUS-INICIO.
              05 SUS-INICIO-ANOMES        PIC 9(06).
              05 SUS-INICIO-DIA           PIC 9(02).
           03 FILLER                      PIC X(01).
           03 SUS-FIM.
              05 SUS-FIM-ANOMES           PIC 9(06).
              05 SUS-FIM-DIA              PIC 9(02).
           03 FILLER                      PIC X(23).

       FD ARQLEDGER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PAGLEDGER.TXT".
       01  REG-LEDGER.
           03 LED-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 LED-DATA.
              05 LED-ANOMES               PIC 9(06).
              05 LED-DIA                  PIC 9(02).
           03 FILLER                      PIC X(01).
           03 LED-VALOR                   PIC S9(06)V99.
           03 FILLER                      PIC X(01).
           03 LED-MESES                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 LED-NOVA-VALIDADE           PIC 9(08).
           03 FILLER                      PIC X(01).
           03 LED-PLANO                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 LED-FORMA                   PIC X(01).
           03 FILLER                      PIC X(01).
           03 LED-FILIAL                  PIC 9(02).

       FD ARQCOM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMISSAO.TXT".
       01  REG-COMISSAO.
           03 COM-COD                     PIC 9(03).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 COM-COMPETENCIA             PIC 9(06).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 COM-VALOR                   PIC 9(06)V99.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 COM-REFERENCIA              PIC 9(06).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 COM-TREINADOR               PIC 9(04).

       FD ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMISREL.TXT".
       01  REG-RELATORIO                  PIC X(80).

       FD ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA                  PIC 9(08).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMISRUN.TXT".
       01  REG-RUN                        PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-TREI-EOF              PIC X(01) VALUE ' '.
       77  WS-ASG-EOF               PIC X(01) VALUE ' '.
       77  WS-CPARM-EOF             PIC X(01) VALUE ' '.
       77  WS-SUSP-EOF              PIC X(01) VALUE ' '.
       77  WS-LED-EOF               PIC X(01) VALUE ' '.
       77  WS-COM-EOF               PIC X(01) VALUE ' '.
       77  WS-STATUS-ACAD           PIC X(02) VALUE ZEROS.
           88 WS-ACAD-OK                VALUE '00'.
       77  WS-STATUS-TREI           PIC X(02) VALUE SPACES.
           88 TREI-OK                   VALUE '00'.
       77  WS-STATUS-ASG            PIC X(02) VALUE SPACES.
           88 ASG-OK                    VALUE '00'.
       77  WS-STATUS-CPARM          PIC X(02) VALUE SPACES.
           88 CPARM-OK                  VALUE '00'.
       77  WS-STATUS-SUSP           PIC X(02) VALUE SPACES.
           88 SUSP-OK                   VALUE '00'.
       77  WS-STATUS-LED            PIC X(02) VALUE SPACES.
           88 LED-OK                    VALUE '00'.
       77  WS-STATUS-COM            PIC X(02) VALUE SPACES.
           88 COM-OK                    VALUE '00'.
       77  WS-REFERENCIA            PIC 9(06) VALUE ZEROS.
       77  WS-COMPETENCIA-FOLHA     PIC 9(06) VALUE ZEROS.
       77  WS-PCT-PADRAO            PIC 9(02)V99 VALUE 10.
       77  WS-PCT-TREI              PIC 9(02)V99 VALUE ZEROS.
       77  WS-FUNC-TREI             PIC 9(03) VALUE ZEROS.
       77  WS-QTD-TREI              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-TREI              PIC 9(03) VALUE ZEROS.
       77  WS-QTD-CPARM             PIC 9(03) VALUE ZEROS.
       77  WS-IDX-CPARM             PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ASG               PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ASG               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-SUSP              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-SUSP              PIC 9(03) VALUE ZEROS.
       77  WS-QTD-COM               PIC 9(04) VALUE ZEROS.
       77  WS-IDX-COM               PIC 9(04) VALUE ZEROS.
       77  WS-BASE-TREI             PIC S9(09)V99 VALUE ZEROS.
       77  WS-VALOR-COMISSAO        PIC 9(06)V99 VALUE ZEROS.
       77  WS-ALUNOS-TREI           PIC 9(04) VALUE ZEROS.
       77  WS-CONGELADOS-TREI       PIC 9(04) VALUE ZEROS.
       77  WS-TOTAL-COMISSAO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-CONT-CREDITO          PIC 9(04) VALUE ZEROS.
       77  WS-CONT-SEM-FOLHA        PIC 9(04) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

       01  WS-TAB-TREINADOR.
           03 WS-TREI-ITEM OCCURS 99 TIMES.
              05 WS-TREI-CODIGO         PIC 9(04).
              05 WS-TREI-NOME           PIC X(30).

       01  WS-TAB-COMISPARM.
           03 WS-CPR-ITEM OCCURS 99 TIMES.
              05 WS-CPR-TREINADOR       PIC 9(04).
              05 WS-CPR-FUNCIONARIO     PIC 9(03).
              05 WS-CPR-PERCENTUAL      PIC 9(02)V99.

       01  WS-TAB-ATRIBUICAO.
           03 WS-ASG-ITEM OCCURS 999 TIMES.
              05 WS-ASG-TREINADOR       PIC 9(04).
              05 WS-ASG-CPF             PIC 9(11).
              05 WS-ASG-CONGELADO       PIC X(01).
              05 WS-ASG-PAGO            PIC S9(07)V99.

       01  WS-TAB-SUSPENSAO.
           03 WS-SUS-ITEM OCCURS 500 TIMES.
              05 WS-SUS-CPF             PIC 9(11).
              05 WS-SUS-INI-ANOMES      PIC 9(06).
              05 WS-SUS-FIM-ANOMES      PIC 9(06).

       01  WS-TAB-COMISSAO.
           03 WS-COM-ITEM OCCURS 999 TIMES.
              05 WS-COM-COD             PIC 9(03).
              05 WS-COM-COMPETENCIA     PIC 9(06).
              05 WS-COM-VALOR           PIC 9(06)V99.
              05 WS-COM-REFERENCIA      PIC 9(06).
              05 WS-COM-TREINADOR       PIC 9(04).

       01  WS-DATA-QUEBRA.
           03 WS-DQ-ANO             PIC 9(04).
           03 WS-DQ-MES             PIC 9(02).
           03 WS-DQ-DIA             PIC 9(02).
       01  WS-DATA-QUEBRA-NUM REDEFINES WS-DATA-QUEBRA
                                    PIC 9(08).

       01  WS-LINHA1.
           03 FILLER PIC X(14) VALUE SPACES.
           03 FILLER PIC X(38)
               VALUE 'EXTRATO DE COMISSAO DE TREINADORES - '.
           03 FILLER PIC X(12) VALUE 'COMPETENCIA '.
           03 WS-EXB-REFERENCIA     PIC 9(06).

       01  WS-LINHA-TREINADOR.
           03 FILLER                PIC X(11) VALUE 'TREINADOR: '.
           03 WS-EXB-TREI-CODIGO    PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-TREI-NOME      PIC X(30).
           03 FILLER                PIC X(13) VALUE '  FUNCIONARIO'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-FUNCIONARIO    PIC 9(03).

       01  WS-LINHA-COLUNAS.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(12) VALUE 'CPF'.
           03 FILLER PIC X(31) VALUE 'NOME'.
           03 FILLER PIC X(12) VALUE '  PAGAMENTOS'.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'OBSERVACAO'.

       01  WS-LINHA-ALUNO.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-EXB-CPF            PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-NOME           PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-PAGO           PIC -ZZZZZZ9.99.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-EXB-OBS            PIC X(20).

       01  WS-LINHA-BASE.
           03 FILLER                PIC X(20)
               VALUE '  BASE DA COMISSAO: '.
           03 WS-EXB-BASE           PIC -ZZZZZZZ9.99.
           03 FILLER                PIC X(03) VALUE ' X '.
           03 WS-EXB-PCT            PIC Z9.99.
           03 FILLER                PIC X(04) VALUE '% = '.
           03 WS-EXB-COMISSAO       PIC ZZZZZ9.99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-SITUACAO       PIC X(24).

       01  WS-LINHA-RODAPE.
           03 FILLER                PIC X(24)
               VALUE 'COMISSOES CREDITADAS:  '.
           03 WS-EXB-QTD-CRED       PIC ZZZ9.
           03 FILLER                PIC X(12) VALUE '  TOTAL R$: '.
           03 WS-EXB-TOTAL          PIC ZZZZZZZZ9.99.
           03 FILLER                PIC X(12) VALUE '  FOLHA DE '.
           03 WS-EXB-FOLHA          PIC 9(06).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO

      *        Competencia zerada apura o mes anterior ao da data de
      *        negocio; o credito vai para a folha do mes seguinte ao
      *        apurado.
               DISPLAY 'COMPETENCIA DOS PAGAMENTOS (AAAAMM, ZEROS = '
                       'MES ANTERIOR): '
               ACCEPT WS-REFERENCIA FROM DATA-INPUT

               IF WS-REFERENCIA = ZEROS
                   MOVE WS-DATA-NEGOCIO TO WS-DATA-QUEBRA-NUM
                   SUBTRACT 1 FROM WS-DQ-MES
                   IF WS-DQ-MES = ZEROS
                       MOVE 12 TO WS-DQ-MES
                       SUBTRACT 1 FROM WS-DQ-ANO
                   END-IF
                   MOVE WS-DATA-QUEBRA-NUM(1:6) TO WS-REFERENCIA
               END-IF

               COMPUTE WS-DATA-QUEBRA-NUM = WS-REFERENCIA * 100 + 1
               ADD 1 TO WS-DQ-MES
               IF WS-DQ-MES > 12
                   MOVE 1 TO WS-DQ-MES
                   ADD 1 TO WS-DQ-ANO
               END-IF
               MOVE WS-DATA-QUEBRA-NUM(1:6) TO WS-COMPETENCIA-FOLHA

               PERFORM 0100-CARREGA-TREINADORES
               PERFORM 0200-CARREGA-PARAMETROS
               PERFORM 0300-CARREGA-SUSPENSOES
               PERFORM 0400-CARREGA-ATRIBUICOES

               OPEN INPUT ARQLEDGER

               IF LED-OK AND WS-QTD-TREI > ZEROS
                   PERFORM 0500-SOMA-PAGAMENTOS
                   PERFORM 0600-CARREGA-COMISSOES

                   OPEN INPUT ARQACAD
                   OPEN OUTPUT ARQREL

                   MOVE WS-REFERENCIA TO WS-EXB-REFERENCIA
                   DISPLAY WS-LINHA1
                   WRITE REG-RELATORIO FROM WS-LINHA1
                   DISPLAY WS-LINHA-DATAS
                   WRITE REG-RELATORIO FROM WS-LINHA-DATAS

                   PERFORM VARYING WS-IDX-TREI FROM 1 BY 1
                           UNTIL WS-IDX-TREI > WS-QTD-TREI
                       PERFORM 2000-APURA-TREINADOR
                   END-PERFORM

                   MOVE WS-CONT-CREDITO      TO WS-EXB-QTD-CRED
                   MOVE WS-TOTAL-COMISSAO    TO WS-EXB-TOTAL
                   MOVE WS-COMPETENCIA-FOLHA TO WS-EXB-FOLHA
                   DISPLAY WS-PONTILHADO
                   WRITE REG-RELATORIO FROM WS-PONTILHADO
                   DISPLAY WS-LINHA-RODAPE
                   WRITE REG-RELATORIO FROM WS-LINHA-RODAPE

                   CLOSE ARQREL
                   IF WS-ACAD-OK
                       CLOSE ARQACAD
                   END-IF

                   PERFORM 3000-REGRAVA-COMISSOES
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR PAGLEDGER/TREINADOR'
                       TO WS-RUN-MOTIVO
                   MOVE 'COM001' TO WS-RUN-CODIGO
                   DISPLAY 'ERRO AO ABRIR ARQUIVOS - STATUS: '
                           WS-STATUS-LED ' ' WS-STATUS-TREI
               END-IF

               MOVE 'COMISSAO'         TO WS-RUN-PROGRAMA
               MOVE WS-CONT-CREDITO    TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-SEM-FOLHA  TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN

               CLOSE ARQLEDGER
               GOBACK.
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
                           IF WS-QTD-TREI < 99
                               ADD 1 TO WS-QTD-TREI
                               MOVE TRE-CODIGO
                                   TO WS-TREI-CODIGO(WS-QTD-TREI)
                               MOVE TRE-NOME
                                   TO WS-TREI-NOME(WS-QTD-TREI)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQTREI
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCPARM
           IF CPARM-OK
               PERFORM UNTIL WS-CPARM-EOF = 'S'
                   READ ARQCPARM
                       AT END
                           MOVE 'S' TO WS-CPARM-EOF
                       NOT AT END
                           IF WS-QTD-CPARM < 99
                               ADD 1 TO WS-QTD-CPARM
                               MOVE CPR-TREINADOR
                                   TO WS-CPR-TREINADOR(WS-QTD-CPARM)
                               MOVE CPR-FUNCIONARIO
                                   TO WS-CPR-FUNCIONARIO(WS-QTD-CPARM)
                               MOVE CPR-PERCENTUAL
                                   TO WS-CPR-PERCENTUAL(WS-QTD-CPARM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCPARM
           ELSE
               DISPLAY 'COMISPARM.TXT AUSENTE - NENHUM TREINADOR NA '
                       'FOLHA'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-SUSPENSOES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQSUSP
           IF SUSP-OK
               PERFORM UNTIL WS-SUSP-EOF = 'S'
                   READ ARQSUSP
                       AT END
                           MOVE 'S' TO WS-SUSP-EOF
                       NOT AT END
                           IF WS-QTD-SUSP < 500
                               ADD 1 TO WS-QTD-SUSP
                               MOVE SUS-CPF
                                   TO WS-SUS-CPF(WS-QTD-SUSP)
                               MOVE SUS-INICIO-ANOMES
                                   TO WS-SUS-INI-ANOMES(WS-QTD-SUSP)
                               MOVE SUS-FIM-ANOMES
                                   TO WS-SUS-FIM-ANOMES(WS-QTD-SUSP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQSUSP
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-ATRIBUICOES.
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
                               PERFORM 0410-GUARDA-ATRIBUICAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQASG
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0410-GUARDA-ATRIBUICAO.
      *----------------------------------------------------------------*
      *    Aluno congelado em qualquer parte do mes fica fora da base.
           MOVE ASG-TREINADOR TO WS-ASG-TREINADOR(WS-QTD-ASG)
           MOVE ASG-CPF       TO WS-ASG-CPF(WS-QTD-ASG)
           MOVE 'N'           TO WS-ASG-CONGELADO(WS-QTD-ASG)
           MOVE ZEROS         TO WS-ASG-PAGO(WS-QTD-ASG)

           PERFORM VARYING WS-IDX-SUSP FROM 1 BY 1
                   UNTIL WS-IDX-SUSP > WS-QTD-SUSP
               IF WS-SUS-CPF(WS-IDX-SUSP) = ASG-CPF
                  AND WS-SUS-INI-ANOMES(WS-IDX-SUSP) <= WS-REFERENCIA
                  AND WS-SUS-FIM-ANOMES(WS-IDX-SUSP) >= WS-REFERENCIA
                   MOVE 'S' TO WS-ASG-CONGELADO(WS-QTD-ASG)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-SOMA-PAGAMENTOS.
      *----------------------------------------------------------------*
      *    So lancamentos de plano (LED-PLANO > 0) contam: aluguel de
      *    armario nao e receita do treinador. Estornos da CANCELA
      *    entram negativos e abatem a base.
           PERFORM UNTIL WS-LED-EOF = 'S'
               READ ARQLEDGER
                   AT END
                       MOVE 'S' TO WS-LED-EOF
                   NOT AT END
                       IF LED-ANOMES = WS-REFERENCIA
                          AND LED-PLANO > ZEROS
                           PERFORM 0510-ACUMULA-PAGAMENTO
                       END-IF
               END-READ
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0510-ACUMULA-PAGAMENTO.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-ASG FROM 1 BY 1
                   UNTIL WS-IDX-ASG > WS-QTD-ASG
               IF WS-ASG-CPF(WS-IDX-ASG) = LED-CPF
                   ADD LED-VALOR TO WS-ASG-PAGO(WS-IDX-ASG)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CARREGA-COMISSOES.
      *----------------------------------------------------------------*
      *    Creditos de outras competencias sao mantidos; os da
      *    competencia apurada sao refeitos nesta execucao.
           OPEN INPUT ARQCOM
           IF COM-OK
               PERFORM UNTIL WS-COM-EOF = 'S'
                   READ ARQCOM
                       AT END
                           MOVE 'S' TO WS-COM-EOF
                       NOT AT END
                           IF COM-REFERENCIA NOT = WS-REFERENCIA
                              AND WS-QTD-COM < 999
                               ADD 1 TO WS-QTD-COM
                               PERFORM 0610-GUARDA-COMISSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCOM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0610-GUARDA-COMISSAO.
      *----------------------------------------------------------------*
           MOVE COM-COD         TO WS-COM-COD(WS-QTD-COM)
           MOVE COM-COMPETENCIA TO WS-COM-COMPETENCIA(WS-QTD-COM)
           MOVE COM-VALOR       TO WS-COM-VALOR(WS-QTD-COM)
           MOVE COM-REFERENCIA  TO WS-COM-REFERENCIA(WS-QTD-COM)
           MOVE COM-TREINADOR   TO WS-COM-TREINADOR(WS-QTD-COM)
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-APURA-TREINADOR.
      *----------------------------------------------------------------*
           MOVE ZEROS          TO WS-FUNC-TREI
           MOVE WS-PCT-PADRAO  TO WS-PCT-TREI
           PERFORM VARYING WS-IDX-CPARM FROM 1 BY 1
                   UNTIL WS-IDX-CPARM > WS-QTD-CPARM
               IF WS-CPR-TREINADOR(WS-IDX-CPARM) =
                  WS-TREI-CODIGO(WS-IDX-TREI)
                   MOVE WS-CPR-FUNCIONARIO(WS-IDX-CPARM)
                       TO WS-FUNC-TREI
                   IF WS-CPR-PERCENTUAL(WS-IDX-CPARM) > ZEROS
                       MOVE WS-CPR-PERCENTUAL(WS-IDX-CPARM)
                           TO WS-PCT-TREI
                   END-IF
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-BASE-TREI
           MOVE ZEROS TO WS-ALUNOS-TREI
           MOVE ZEROS TO WS-CONGELADOS-TREI

           MOVE WS-TREI-CODIGO(WS-IDX-TREI) TO WS-EXB-TREI-CODIGO
           MOVE WS-TREI-NOME(WS-IDX-TREI)   TO WS-EXB-TREI-NOME
           MOVE WS-FUNC-TREI                TO WS-EXB-FUNCIONARIO
           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-LINHA-TREINADOR
           WRITE REG-RELATORIO FROM WS-LINHA-TREINADOR
           DISPLAY WS-LINHA-COLUNAS
           WRITE REG-RELATORIO FROM WS-LINHA-COLUNAS

           PERFORM VARYING WS-IDX-ASG FROM 1 BY 1
                   UNTIL WS-IDX-ASG > WS-QTD-ASG
               IF WS-ASG-TREINADOR(WS-IDX-ASG) =
                  WS-TREI-CODIGO(WS-IDX-TREI)
                   PERFORM 2100-LISTA-ALUNO
               END-IF
           END-PERFORM

           IF WS-BASE-TREI > ZEROS
               COMPUTE WS-VALOR-COMISSAO ROUNDED =
                   WS-BASE-TREI * WS-PCT-TREI / 100
           ELSE
               MOVE ZEROS TO WS-VALOR-COMISSAO
           END-IF

           EVALUATE TRUE
               WHEN WS-VALOR-COMISSAO = ZEROS
                   MOVE 'SEM COMISSAO NO MES' TO WS-EXB-SITUACAO
               WHEN WS-FUNC-TREI = ZEROS
                   MOVE 'SEM CODIGO NA FOLHA' TO WS-EXB-SITUACAO
                   ADD 1 TO WS-CONT-SEM-FOLHA
               WHEN WS-QTD-COM >= 999
                   MOVE 'COMISSAO.TXT CHEIO' TO WS-EXB-SITUACAO
                   ADD 1 TO WS-CONT-SEM-FOLHA
               WHEN OTHER
                   ADD 1 TO WS-QTD-COM
                   MOVE WS-FUNC-TREI
                       TO WS-COM-COD(WS-QTD-COM)
                   MOVE WS-COMPETENCIA-FOLHA
                       TO WS-COM-COMPETENCIA(WS-QTD-COM)
                   MOVE WS-VALOR-COMISSAO
                       TO WS-COM-VALOR(WS-QTD-COM)
                   MOVE WS-REFERENCIA
                       TO WS-COM-REFERENCIA(WS-QTD-COM)
                   MOVE WS-TREI-CODIGO(WS-IDX-TREI)
                       TO WS-COM-TREINADOR(WS-QTD-COM)
                   MOVE 'CREDITADA NA FOLHA' TO WS-EXB-SITUACAO
                   ADD WS-VALOR-COMISSAO TO WS-TOTAL-COMISSAO
                   ADD 1 TO WS-CONT-CREDITO
           END-EVALUATE

           MOVE WS-BASE-TREI      TO WS-EXB-BASE
           MOVE WS-PCT-TREI       TO WS-EXB-PCT
           MOVE WS-VALOR-COMISSAO TO WS-EXB-COMISSAO
           DISPLAY WS-LINHA-BASE
           WRITE REG-RELATORIO FROM WS-LINHA-BASE
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LISTA-ALUNO.
      *----------------------------------------------------------------*
           MOVE WS-ASG-CPF(WS-IDX-ASG)  TO WS-EXB-CPF
           MOVE WS-ASG-PAGO(WS-IDX-ASG) TO WS-EXB-PAGO
           MOVE SPACES                  TO WS-EXB-NOME

           IF WS-ACAD-OK
               MOVE WS-ASG-CPF(WS-IDX-ASG) TO FD-CPF
               READ ARQACAD
                   KEY IS FD-CPF
                   INVALID KEY
                       MOVE '*** NOME NAO ENCONTRADO ***'
                           TO WS-EXB-NOME
                   NOT INVALID KEY
                       MOVE FD-NOME TO WS-EXB-NOME
               END-READ
           END-IF

           IF WS-ASG-CONGELADO(WS-IDX-ASG) = 'S'
               MOVE 'CONGELADO - EXCLUIDO' TO WS-EXB-OBS
               ADD 1 TO WS-CONGELADOS-TREI
           ELSE
               MOVE SPACES TO WS-EXB-OBS
               ADD WS-ASG-PAGO(WS-IDX-ASG) TO WS-BASE-TREI
               ADD 1 TO WS-ALUNOS-TREI
           END-IF

           DISPLAY WS-LINHA-ALUNO
           WRITE REG-RELATORIO FROM WS-LINHA-ALUNO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-REGRAVA-COMISSOES.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQCOM

           PERFORM VARYING WS-IDX-COM FROM 1 BY 1
                   UNTIL WS-IDX-COM > WS-QTD-COM
               MOVE WS-COM-COD(WS-IDX-COM)         TO COM-COD
               MOVE WS-COM-COMPETENCIA(WS-IDX-COM) TO COM-COMPETENCIA
               MOVE WS-COM-VALOR(WS-IDX-COM)       TO COM-VALOR
               MOVE WS-COM-REFERENCIA(WS-IDX-COM)  TO COM-REFERENCIA
               MOVE WS-COM-TREINADOR(WS-IDX-COM)   TO COM-TREINADOR
               WRITE REG-COMISSAO
           END-PERFORM

           CLOSE ARQCOM
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM COMISSAO.
