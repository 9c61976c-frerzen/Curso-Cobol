      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Physical assessment (avaliacao fisica) register for
      *          the gym. Mode M is the front-desk session: one
      *          assessment per member and date (FD-CPF of ACADEMIA.TXT
      *          plus AAAAMMDD) with weight, body-fat %, waist, hip,
      *          arm and chest measurements and resting heart rate,
      *          kept on AVALFIS.TXT - keying the same CPF and date
      *          again corrects the assessment instead of doubling it.
      *          Mode R prints the progress report AVALREL.TXT: per
      *          member the first, the previous and the latest
      *          assessment with the variation of the latest against
      *          each, flagging members past the reassessment interval
      *          of AVALPARM.TXT (days, default 90 - one quarter) that
      *          TREINADOR also honours on the workload report.
      *          AVALFIS.TXT holds up to 999 assessments; past that
      *          mode M lists the ones it could not load, ends
      *          abnormally (AVA002) and leaves the file as it was
      *          instead of rewriting it without them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. AVALIACAO.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
               CONSOLE IS MODO-INPUT.
               CONSOLE IS CPF-INPUT.
               CONSOLE IS DATA-INPUT.
               CONSOLE IS MEDIDA-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQACAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CPF
               FILE STATUS IS WS-STATUS-ACAD.

       SELECT ARQAVAL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-AVAL.

       SELECT ARQPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PARM.

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

       FD ARQAVAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AVALFIS.TXT".
       01  REG-AVALIACAO.
           03 AVA-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 AVA-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 AVA-PESO                    PIC 9(03)V999.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 AVA-GORDURA                 PIC 9(02)V9.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 AVA-CINTURA                 PIC 9(03)V9.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 AVA-QUADRIL                 PIC 9(03)V9.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 AVA-BRACO                   PIC 9(03)V9.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 AVA-PEITO                   PIC 9(03)V9.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 AVA-FC-REPOUSO              PIC 9(03).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 AVA-AVALIADOR               PIC 9(04).

       FD ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AVALPARM.TXT".
       01  REG-PARM.
           03 PARM-INTERVALO-DIAS         PIC 9(03).

       FD ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AVALREL.TXT".
       01  REG-RELATORIO                  PIC X(80).

       FD ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA                  PIC 9(08).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AVALRUN.TXT".
       01  REG-RUN                        PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-AVAL-EOF              PIC X(01) VALUE ' '.
       77  WS-STATUS-ACAD           PIC X(02) VALUE ZEROS.
           88 WS-ACAD-OK                VALUE '00'.
       77  WS-STATUS-AVAL           PIC X(02) VALUE SPACES.
           88 AVAL-OK                   VALUE '00'.
       77  WS-STATUS-PARM           PIC X(02) VALUE SPACES.
           88 PARM-OK                   VALUE '00'.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'R'.
       77  WS-CPF-PEDIDO            PIC 9(11) VALUE ZEROS.
       77  WS-DATA-PEDIDO           PIC 9(08) VALUE ZEROS.
       77  WS-INTERVALO-DIAS        PIC 9(03) VALUE 90.
       77  WS-DIAS-DESDE            PIC S9(07) VALUE ZEROS.
       77  WS-QTD-AVAL              PIC 9(04) VALUE ZEROS.
       77  WS-IDX                   PIC 9(04) VALUE ZEROS.
       77  WS-IDX2                  PIC 9(04) VALUE ZEROS.
       77  WS-IDX-PRIM              PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ANT               PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ULT               PIC 9(04) VALUE ZEROS.
       77  WS-IDX-BASE              PIC 9(04) VALUE ZEROS.
       77  WS-QTD-DO-ALUNO          PIC 9(04) VALUE ZEROS.
       77  WS-AVAL-ACHADA           PIC X(01) VALUE 'N'.
       77  WS-AVAL-ESTOURO          PIC X(01) VALUE 'N'.
       77  WS-CPF-JA-VISTO          PIC X(01) VALUE 'N'.
       77  WS-CONT-INCLUIDA         PIC 9(04) VALUE ZEROS.
       77  WS-CONT-CORRIGIDA        PIC 9(04) VALUE ZEROS.
       77  WS-CONT-RECUSADA         PIC 9(04) VALUE ZEROS.
       77  WS-CONT-ALUNOS           PIC 9(04) VALUE ZEROS.
       77  WS-CONT-REDUZIU          PIC 9(04) VALUE ZEROS.
       77  WS-CONT-VENCIDA          PIC 9(04) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY VALIDACPF.

       01  WS-AVAL-DIGITADA.
           03 WS-DIG-PESO           PIC 9(03)V999 VALUE ZEROS.
           03 WS-DIG-GORDURA        PIC 9(02)V9   VALUE ZEROS.
           03 WS-DIG-CINTURA        PIC 9(03)V9   VALUE ZEROS.
           03 WS-DIG-QUADRIL        PIC 9(03)V9   VALUE ZEROS.
           03 WS-DIG-BRACO          PIC 9(03)V9   VALUE ZEROS.
           03 WS-DIG-PEITO          PIC 9(03)V9   VALUE ZEROS.
           03 WS-DIG-FC             PIC 9(03)     VALUE ZEROS.
           03 WS-DIG-AVALIADOR      PIC 9(04)     VALUE ZEROS.

       01  WS-TAB-AVALIACAO.
           03 WS-AVA-ITEM OCCURS 999 TIMES.
              05 WS-AVA-CPF             PIC 9(11).
              05 WS-AVA-DATA            PIC 9(08).
              05 WS-AVA-PESO            PIC 9(03)V999.
              05 WS-AVA-GORDURA         PIC 9(02)V9.
              05 WS-AVA-CINTURA         PIC 9(03)V9.
              05 WS-AVA-QUADRIL         PIC 9(03)V9.
              05 WS-AVA-BRACO           PIC 9(03)V9.
              05 WS-AVA-PEITO           PIC 9(03)V9.
              05 WS-AVA-FC              PIC 9(03).
              05 WS-AVA-AVALIADOR       PIC 9(04).

       01  WS-LINHA1.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(44)
               VALUE 'AVALIACAO FISICA - EVOLUCAO POR ALUNO'.
           03 FILLER PIC X(18) VALUE SPACES.

       01  WS-LINHA-ALUNO.
           03 FILLER                PIC X(07) VALUE 'ALUNO: '.
           03 WS-EXB-CPF            PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-NOME           PIC X(30).
           03 FILLER                PIC X(13) VALUE ' AVALIACOES: '.
           03 WS-EXB-QTD            PIC ZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-SITUACAO       PIC X(14).

       01  WS-LINHA2.
           03 FILLER PIC X(10) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'DATA'.
           03 FILLER PIC X(09) VALUE '   PESO'.
           03 FILLER PIC X(06) VALUE 'GORD%'.
           03 FILLER PIC X(07) VALUE 'CINT.'.
           03 FILLER PIC X(07) VALUE 'QUADR.'.
           03 FILLER PIC X(07) VALUE 'BRACO'.
           03 FILLER PIC X(07) VALUE 'PEITO'.
           03 FILLER PIC X(03) VALUE 'FC'.

       01  WS-LINHA-MEDIDAS.
           03 WS-EXB-ROTULO         PIC X(10).
           03 WS-EXB-DATA           PIC 9(08).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-EXB-PESO           PIC ZZ9.999.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-EXB-GORDURA        PIC Z9.9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-EXB-CINTURA        PIC ZZ9.9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-EXB-QUADRIL        PIC ZZ9.9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-EXB-BRACO          PIC ZZ9.9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-EXB-PEITO          PIC ZZ9.9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-EXB-FC             PIC ZZ9.

       01  WS-LINHA-VARIACAO.
           03 WS-EXB-VAR-ROTULO     PIC X(10).
           03 FILLER                PIC X(09) VALUE SPACES.
           03 WS-EXB-VAR-PESO       PIC +ZZ9.999.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-VAR-GORDURA    PIC +Z9.9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-VAR-CINTURA    PIC +ZZ9.9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-VAR-QUADRIL    PIC +ZZ9.9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-VAR-BRACO      PIC +ZZ9.9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-VAR-PEITO      PIC +ZZ9.9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-VAR-FC         PIC +ZZ9.

       01  WS-VARIACOES.
           03 WS-VAR-PESO           PIC S9(03)V999 VALUE ZEROS.
           03 WS-VAR-GORDURA        PIC S9(02)V9   VALUE ZEROS.
           03 WS-VAR-CINTURA        PIC S9(03)V9   VALUE ZEROS.
           03 WS-VAR-QUADRIL        PIC S9(03)V9   VALUE ZEROS.
           03 WS-VAR-BRACO          PIC S9(03)V9   VALUE ZEROS.
           03 WS-VAR-PEITO          PIC S9(03)V9   VALUE ZEROS.
           03 WS-VAR-FC             PIC S9(03)     VALUE ZEROS.

       01  WS-RODAPE1.
           03 FILLER            PIC X(36)
               VALUE 'ALUNOS COM AVALIACAO:'.
           03 WS-TOTALUNOS      PIC ZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(36)
               VALUE 'REDUZIRAM GORDURA DESDE A PRIMEIRA:'.
           03 WS-TOTREDUZIU     PIC ZZZ9.

       01  WS-RODAPE3.
           03 FILLER            PIC X(36)
               VALUE 'REAVALIACAO VENCIDA:'.
           03 WS-TOTVENCIDA     PIC ZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0050-LE-PARAMETROS
               PERFORM 0100-CARREGA-AVALIACOES

               DISPLAY 'MODO (M)ANUTENCAO OU (R)ELATORIO DE EVOLUCAO: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               IF WS-MODO-EXECUCAO = 'M'
                   PERFORM 2000-SESSAO-MANUTENCAO
               ELSE
                   PERFORM 5000-RELATORIO-EVOLUCAO
               END-IF

               MOVE 'AVALIACA'        TO WS-RUN-PROGRAMA
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
                       IF PARM-INTERVALO-DIAS > ZEROS
                           MOVE PARM-INTERVALO-DIAS
                               TO WS-INTERVALO-DIAS
                       END-IF
               END-READ
               CLOSE ARQPARM
           END-IF

           DISPLAY 'INTERVALO DE REAVALIACAO (DIAS): '
                   WS-INTERVALO-DIAS
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-AVALIACOES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQAVAL
           IF AVAL-OK
               PERFORM UNTIL WS-AVAL-EOF = 'S'
                   READ ARQAVAL
                       AT END
                           MOVE 'S' TO WS-AVAL-EOF
                       NOT AT END
                           PERFORM 0110-GUARDA-AVALIACAO
                   END-READ
               END-PERFORM
               CLOSE ARQAVAL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0110-GUARDA-AVALIACAO.
      *----------------------------------------------------------------*
           IF WS-QTD-AVAL < 999
               ADD 1 TO WS-QTD-AVAL
               MOVE AVA-CPF        TO WS-AVA-CPF(WS-QTD-AVAL)
               MOVE AVA-DATA       TO WS-AVA-DATA(WS-QTD-AVAL)
               MOVE AVA-PESO       TO WS-AVA-PESO(WS-QTD-AVAL)
               MOVE AVA-GORDURA    TO WS-AVA-GORDURA(WS-QTD-AVAL)
               MOVE AVA-CINTURA    TO WS-AVA-CINTURA(WS-QTD-AVAL)
               MOVE AVA-QUADRIL    TO WS-AVA-QUADRIL(WS-QTD-AVAL)
               MOVE AVA-BRACO      TO WS-AVA-BRACO(WS-QTD-AVAL)
               MOVE AVA-PEITO      TO WS-AVA-PEITO(WS-QTD-AVAL)
               MOVE AVA-FC-REPOUSO TO WS-AVA-FC(WS-QTD-AVAL)
               MOVE AVA-AVALIADOR  TO WS-AVA-AVALIADOR(WS-QTD-AVAL)
           ELSE
               MOVE 'S' TO WS-AVAL-ESTOURO
               DISPLAY 'AVALIACAO IGNORADA - LIMITE DE 999 '
                       'AVALIACOES EXCEDIDO: ' AVA-CPF ' ' AVA-DATA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SESSAO-MANUTENCAO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQACAD
           IF WS-ACAD-OK
               PERFORM 2100-LE-CPF

               PERFORM UNTIL WS-CPF-PEDIDO = ZEROS
                   PERFORM 2200-TRATA-AVALIACAO
                   PERFORM 2100-LE-CPF
               END-PERFORM

               PERFORM 3000-REGRAVA-AVALIACOES

               DISPLAY 'AVALIACOES INCLUIDAS : ' WS-CONT-INCLUIDA
               DISPLAY 'AVALIACOES CORRIGIDAS: ' WS-CONT-CORRIGIDA
               DISPLAY 'AVALIACOES RECUSADAS : ' WS-CONT-RECUSADA
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ACADEMIA.TXT' TO WS-RUN-MOTIVO
               MOVE 'AVA001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQACAD - STATUS: '
                       WS-STATUS-ACAD
           END-IF
           CLOSE ARQACAD

           COMPUTE WS-RUN-PROCESSADOS =
               WS-CONT-INCLUIDA + WS-CONT-CORRIGIDA
           MOVE WS-CONT-RECUSADA TO WS-RUN-REJEITADOS
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
       2200-TRATA-AVALIACAO.
      *----------------------------------------------------------------*
           MOVE WS-CPF-PEDIDO TO WS-CPF-ENTRADA-VAL
           PERFORM 9700-VALIDA-CPF

           IF CPF-INVALIDO
               ADD 1 TO WS-CONT-RECUSADA
               DISPLAY 'AVALIACAO RECUSADA - CPF COM DIGITO '
                       'VERIFICADOR INVALIDO: ' WS-CPF-PEDIDO
           ELSE
               MOVE WS-CPF-PEDIDO TO FD-CPF
               READ ARQACAD
                   KEY IS FD-CPF
                   INVALID KEY
                       ADD 1 TO WS-CONT-RECUSADA
                       DISPLAY 'AVALIACAO RECUSADA - CPF NAO '
                               'CADASTRADO NA ACADEMIA: '
                               WS-CPF-PEDIDO
                   NOT INVALID KEY
                       PERFORM 2300-ACEITA-MEDIDAS
               END-READ
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-ACEITA-MEDIDAS.
      *----------------------------------------------------------------*
      *    Peso zerado assume o FD-PESO do roster, para o balcao nao
      *    redigitar o que a balanca da recepcao ja registrou.
           DISPLAY 'ALUNO: ' FD-NOME
           DISPLAY 'DATA DA AVALIACAO (AAAAMMDD, ZEROS = HOJE): '
           ACCEPT WS-DATA-PEDIDO FROM DATA-INPUT
           IF WS-DATA-PEDIDO = ZEROS
               MOVE WS-DATA-NEGOCIO TO WS-DATA-PEDIDO
           END-IF

           DISPLAY 'PESO (KG, ZEROS = PESO DO CADASTRO): '
           ACCEPT WS-DIG-PESO FROM MEDIDA-INPUT
           IF WS-DIG-PESO = ZEROS
               MOVE FD-PESO TO WS-DIG-PESO
           END-IF
           DISPLAY 'GORDURA CORPORAL (%): '
           ACCEPT WS-DIG-GORDURA FROM MEDIDA-INPUT
           DISPLAY 'CINTURA (CM): '
           ACCEPT WS-DIG-CINTURA FROM MEDIDA-INPUT
           DISPLAY 'QUADRIL (CM): '
           ACCEPT WS-DIG-QUADRIL FROM MEDIDA-INPUT
           DISPLAY 'BRACO (CM): '
           ACCEPT WS-DIG-BRACO FROM MEDIDA-INPUT
           DISPLAY 'PEITORAL (CM): '
           ACCEPT WS-DIG-PEITO FROM MEDIDA-INPUT
           DISPLAY 'FREQUENCIA CARDIACA DE REPOUSO (BPM): '
           ACCEPT WS-DIG-FC FROM MEDIDA-INPUT
           DISPLAY 'CODIGO DO TREINADOR AVALIADOR: '
           ACCEPT WS-DIG-AVALIADOR FROM MEDIDA-INPUT

           EVALUATE TRUE
               WHEN WS-DATA-PEDIDO > WS-DATA-NEGOCIO
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'AVALIACAO RECUSADA - DATA FUTURA: '
                           WS-DATA-PEDIDO
               WHEN WS-DIG-GORDURA = ZEROS OR WS-DIG-CINTURA = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'AVALIACAO RECUSADA - GORDURA E CINTURA '
                           'SAO OBRIGATORIAS'
               WHEN WS-DIG-FC < 30 OR WS-DIG-FC > 220
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'AVALIACAO RECUSADA - FREQUENCIA DE '
                           'REPOUSO FORA DA FAIXA: ' WS-DIG-FC
               WHEN OTHER
                   PERFORM 2400-ATUALIZA-TABELA
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-ATUALIZA-TABELA.
      *----------------------------------------------------------------*
      *    CPF e data sao a chave: a mesma chave redigitada corrige a
      *    avaliacao em memoria; chave nova entra no fim da tabela.
           MOVE 'N'   TO WS-AVAL-ACHADA
           MOVE ZEROS TO WS-IDX2

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-AVAL
               IF WS-AVA-CPF(WS-IDX) = WS-CPF-PEDIDO
                  AND WS-AVA-DATA(WS-IDX) = WS-DATA-PEDIDO
                   MOVE 'S'    TO WS-AVAL-ACHADA
                   MOVE WS-IDX TO WS-IDX2
               END-IF
           END-PERFORM

           IF WS-AVAL-ACHADA = 'N'
               IF WS-QTD-AVAL < 999
                   ADD 1 TO WS-QTD-AVAL
                   MOVE WS-QTD-AVAL TO WS-IDX2
                   ADD 1 TO WS-CONT-INCLUIDA
               ELSE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'AVALIACAO RECUSADA - LIMITE DE 999 '
                           'AVALIACOES EXCEDIDO'
               END-IF
           ELSE
               ADD 1 TO WS-CONT-CORRIGIDA
           END-IF

           IF WS-IDX2 > ZEROS
               MOVE WS-CPF-PEDIDO    TO WS-AVA-CPF(WS-IDX2)
               MOVE WS-DATA-PEDIDO   TO WS-AVA-DATA(WS-IDX2)
               MOVE WS-DIG-PESO      TO WS-AVA-PESO(WS-IDX2)
               MOVE WS-DIG-GORDURA   TO WS-AVA-GORDURA(WS-IDX2)
               MOVE WS-DIG-CINTURA   TO WS-AVA-CINTURA(WS-IDX2)
               MOVE WS-DIG-QUADRIL   TO WS-AVA-QUADRIL(WS-IDX2)
               MOVE WS-DIG-BRACO     TO WS-AVA-BRACO(WS-IDX2)
               MOVE WS-DIG-PEITO     TO WS-AVA-PEITO(WS-IDX2)
               MOVE WS-DIG-FC        TO WS-AVA-FC(WS-IDX2)
               MOVE WS-DIG-AVALIADOR TO WS-AVA-AVALIADOR(WS-IDX2)
               DISPLAY 'AVALIACAO REGISTRADA - CPF: ' WS-CPF-PEDIDO
                       ' DATA: ' WS-DATA-PEDIDO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-REGRAVA-AVALIACOES.
      *----------------------------------------------------------------*
      *    Com a tabela cheia o AVALFIS.TXT nao e regravado: a
      *    regravacao so com a tabela apagaria as avaliacoes que nao
      *    couberam.
           EVALUATE TRUE
               WHEN WS-AVAL-ESTOURO = 'S'
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'AVALFIS.TXT ACIMA DO LIMITE' TO WS-RUN-MOTIVO
                   MOVE 'AVA002' TO WS-RUN-CODIGO
                   DISPLAY 'AVALFIS.TXT NAO REGRAVADO - LIMITE DE 999 '
                           'AVALIACOES EXCEDIDO; DIGITACOES DESTA '
                           'SESSAO NAO FORAM GRAVADAS'
               WHEN OTHER
                   OPEN OUTPUT ARQAVAL

                   PERFORM VARYING WS-IDX FROM 1 BY 1
                           UNTIL WS-IDX > WS-QTD-AVAL
                       MOVE WS-AVA-CPF(WS-IDX)       TO AVA-CPF
                       MOVE WS-AVA-DATA(WS-IDX)      TO AVA-DATA
                       MOVE WS-AVA-PESO(WS-IDX)      TO AVA-PESO
                       MOVE WS-AVA-GORDURA(WS-IDX)   TO AVA-GORDURA
                       MOVE WS-AVA-CINTURA(WS-IDX)   TO AVA-CINTURA
                       MOVE WS-AVA-QUADRIL(WS-IDX)   TO AVA-QUADRIL
                       MOVE WS-AVA-BRACO(WS-IDX)     TO AVA-BRACO
                       MOVE WS-AVA-PEITO(WS-IDX)     TO AVA-PEITO
                       MOVE WS-AVA-FC(WS-IDX)        TO AVA-FC-REPOUSO
                       MOVE WS-AVA-AVALIADOR(WS-IDX) TO AVA-AVALIADOR
                       WRITE REG-AVALIACAO
                   END-PERFORM

                   CLOSE ARQAVAL
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-RELATORIO-EVOLUCAO.
      *----------------------------------------------------------------*
           DISPLAY 'CPF DO ALUNO (ZEROS = TODOS): '
           ACCEPT WS-CPF-PEDIDO FROM CPF-INPUT

           OPEN INPUT ARQACAD
           OPEN OUTPUT ARQREL

           DISPLAY WS-LINHA1
           WRITE REG-RELATORIO FROM WS-LINHA1
           DISPLAY WS-LINHA-DATAS
           WRITE REG-RELATORIO FROM WS-LINHA-DATAS
           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

      *    Um bloco por CPF, na ordem da primeira aparicao no arquivo.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-AVAL
               MOVE 'N' TO WS-CPF-JA-VISTO
               PERFORM VARYING WS-IDX2 FROM 1 BY 1
                       UNTIL WS-IDX2 >= WS-IDX
                   IF WS-AVA-CPF(WS-IDX2) = WS-AVA-CPF(WS-IDX)
                       MOVE 'S' TO WS-CPF-JA-VISTO
                   END-IF
               END-PERFORM

               IF WS-CPF-JA-VISTO = 'N'
                  AND (WS-CPF-PEDIDO = ZEROS
                       OR WS-CPF-PEDIDO = WS-AVA-CPF(WS-IDX))
                   PERFORM 5100-EXIBE-ALUNO
               END-IF
           END-PERFORM

           PERFORM 5900-TRATA-RODAPE

           CLOSE ARQREL  ARQACAD

           MOVE WS-CONT-ALUNOS  TO WS-RUN-PROCESSADOS
           MOVE WS-CONT-VENCIDA TO WS-RUN-REJEITADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-EXIBE-ALUNO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-ALUNOS
           PERFORM 5200-LOCALIZA-MARCOS

           MOVE WS-AVA-CPF(WS-IDX) TO WS-EXB-CPF
           MOVE WS-AVA-CPF(WS-IDX) TO FD-CPF
           READ ARQACAD
               KEY IS FD-CPF
               INVALID KEY
                   MOVE '*** FORA DO ROSTER ***' TO WS-EXB-NOME
               NOT INVALID KEY
                   MOVE FD-NOME TO WS-EXB-NOME
           END-READ
           MOVE WS-QTD-DO-ALUNO TO WS-EXB-QTD

           COMPUTE WS-DIAS-DESDE =
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) -
               FUNCTION INTEGER-OF-DATE(WS-AVA-DATA(WS-IDX-ULT))
           IF WS-DIAS-DESDE > WS-INTERVALO-DIAS
               MOVE 'REAVALIAR JA'   TO WS-EXB-SITUACAO
               ADD 1 TO WS-CONT-VENCIDA
           ELSE
               MOVE SPACES           TO WS-EXB-SITUACAO
           END-IF

           DISPLAY WS-LINHA-ALUNO
           WRITE REG-RELATORIO FROM WS-LINHA-ALUNO
           DISPLAY WS-LINHA2
           WRITE REG-RELATORIO FROM WS-LINHA2

           MOVE 'PRIMEIRA'     TO WS-EXB-ROTULO
           MOVE WS-IDX-PRIM    TO WS-IDX-BASE
           PERFORM 5300-EXIBE-MEDIDAS

           IF WS-QTD-DO-ALUNO > 2
               MOVE 'ANTERIOR' TO WS-EXB-ROTULO
               MOVE WS-IDX-ANT TO WS-IDX-BASE
               PERFORM 5300-EXIBE-MEDIDAS
           END-IF

           IF WS-QTD-DO-ALUNO > 1
               MOVE 'ULTIMA'   TO WS-EXB-ROTULO
               MOVE WS-IDX-ULT TO WS-IDX-BASE
               PERFORM 5300-EXIBE-MEDIDAS

               MOVE 'VAR.X 1A' TO WS-EXB-VAR-ROTULO
               MOVE WS-IDX-PRIM TO WS-IDX-BASE
               PERFORM 5400-EXIBE-VARIACAO
               IF WS-VAR-GORDURA < ZEROS
                   ADD 1 TO WS-CONT-REDUZIU
               END-IF

               IF WS-QTD-DO-ALUNO > 2
                   MOVE 'VAR.X ANT' TO WS-EXB-VAR-ROTULO
                   MOVE WS-IDX-ANT  TO WS-IDX-BASE
                   PERFORM 5400-EXIBE-VARIACAO
               END-IF
           END-IF

           MOVE SPACES TO REG-RELATORIO
           WRITE REG-RELATORIO
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-LOCALIZA-MARCOS.
      *----------------------------------------------------------------*
      *    Primeira = menor data; ultima = maior data; anterior = a
      *    maior data abaixo da ultima. Com uma so avaliacao as tres
      *    apontam para ela.
           MOVE WS-IDX    TO WS-IDX-PRIM
           MOVE WS-IDX    TO WS-IDX-ULT
           MOVE ZEROS     TO WS-QTD-DO-ALUNO

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-AVAL
               IF WS-AVA-CPF(WS-IDX2) = WS-AVA-CPF(WS-IDX)
                   ADD 1 TO WS-QTD-DO-ALUNO
                   IF WS-AVA-DATA(WS-IDX2) <
                      WS-AVA-DATA(WS-IDX-PRIM)
                       MOVE WS-IDX2 TO WS-IDX-PRIM
                   END-IF
                   IF WS-AVA-DATA(WS-IDX2) >
                      WS-AVA-DATA(WS-IDX-ULT)
                       MOVE WS-IDX2 TO WS-IDX-ULT
                   END-IF
               END-IF
           END-PERFORM

           MOVE WS-IDX-PRIM TO WS-IDX-ANT
           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-AVAL
               IF WS-AVA-CPF(WS-IDX2) = WS-AVA-CPF(WS-IDX)
                  AND WS-AVA-DATA(WS-IDX2) <
                      WS-AVA-DATA(WS-IDX-ULT)
                  AND WS-AVA-DATA(WS-IDX2) >
                      WS-AVA-DATA(WS-IDX-ANT)
                   MOVE WS-IDX2 TO WS-IDX-ANT
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5300-EXIBE-MEDIDAS.
      *----------------------------------------------------------------*
           MOVE WS-AVA-DATA(WS-IDX-BASE)    TO WS-EXB-DATA
           MOVE WS-AVA-PESO(WS-IDX-BASE)    TO WS-EXB-PESO
           MOVE WS-AVA-GORDURA(WS-IDX-BASE) TO WS-EXB-GORDURA
           MOVE WS-AVA-CINTURA(WS-IDX-BASE) TO WS-EXB-CINTURA
           MOVE WS-AVA-QUADRIL(WS-IDX-BASE) TO WS-EXB-QUADRIL
           MOVE WS-AVA-BRACO(WS-IDX-BASE)   TO WS-EXB-BRACO
           MOVE WS-AVA-PEITO(WS-IDX-BASE)   TO WS-EXB-PEITO
           MOVE WS-AVA-FC(WS-IDX-BASE)      TO WS-EXB-FC

           DISPLAY WS-LINHA-MEDIDAS
           WRITE REG-RELATORIO FROM WS-LINHA-MEDIDAS
           .
           EXIT.
      *----------------------------------------------------------------*
       5400-EXIBE-VARIACAO.
      *----------------------------------------------------------------*
      *    Ultima avaliacao menos a base (primeira ou anterior): sinal
      *    negativo em gordura e cintura e progresso.
           COMPUTE WS-VAR-PESO = WS-AVA-PESO(WS-IDX-ULT) -
                                 WS-AVA-PESO(WS-IDX-BASE)
           COMPUTE WS-VAR-GORDURA = WS-AVA-GORDURA(WS-IDX-ULT) -
                                    WS-AVA-GORDURA(WS-IDX-BASE)
           COMPUTE WS-VAR-CINTURA = WS-AVA-CINTURA(WS-IDX-ULT) -
                                    WS-AVA-CINTURA(WS-IDX-BASE)
           COMPUTE WS-VAR-QUADRIL = WS-AVA-QUADRIL(WS-IDX-ULT) -
                                    WS-AVA-QUADRIL(WS-IDX-BASE)
           COMPUTE WS-VAR-BRACO = WS-AVA-BRACO(WS-IDX-ULT) -
                                  WS-AVA-BRACO(WS-IDX-BASE)
           COMPUTE WS-VAR-PEITO = WS-AVA-PEITO(WS-IDX-ULT) -
                                  WS-AVA-PEITO(WS-IDX-BASE)
           COMPUTE WS-VAR-FC = WS-AVA-FC(WS-IDX-ULT) -
                               WS-AVA-FC(WS-IDX-BASE)

           MOVE WS-VAR-PESO    TO WS-EXB-VAR-PESO
           MOVE WS-VAR-GORDURA TO WS-EXB-VAR-GORDURA
           MOVE WS-VAR-CINTURA TO WS-EXB-VAR-CINTURA
           MOVE WS-VAR-QUADRIL TO WS-EXB-VAR-QUADRIL
           MOVE WS-VAR-BRACO   TO WS-EXB-VAR-BRACO
           MOVE WS-VAR-PEITO   TO WS-EXB-VAR-PEITO
           MOVE WS-VAR-FC      TO WS-EXB-VAR-FC

           DISPLAY WS-LINHA-VARIACAO
           WRITE REG-RELATORIO FROM WS-LINHA-VARIACAO
           .
           EXIT.
      *----------------------------------------------------------------*
       5900-TRATA-RODAPE.
      *----------------------------------------------------------------*
           MOVE WS-CONT-ALUNOS  TO WS-TOTALUNOS
           MOVE WS-CONT-REDUZIU TO WS-TOTREDUZIU
           MOVE WS-CONT-VENCIDA TO WS-TOTVENCIDA

           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE1
           DISPLAY WS-RODAPE2
           WRITE REG-RELATORIO FROM WS-RODAPE2
           DISPLAY WS-RODAPE3
           WRITE REG-RELATORIO FROM WS-RODAPE3
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM AVALIACAO.
