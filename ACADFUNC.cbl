      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Staff gym membership settled by payroll deduction.
      *          Mode A keeps the enrolment file FUNCACAD.TXT linking
      *          an employee of ARQFUNCIONARIO.TXT (FD-COD-F) to his
      *          member CPF on ACADEMIA.TXT and to a monthly staff
      *          plan of PLANOS.TXT. Mode D is the monthly run: each
      *          active enrolment posts the plan fee to PAGLEDGER.TXT
      *          (forma F = desconto em folha) and extends
      *          FD-DATA-VALIDADE exactly as PAGACAD does, and the
      *          same amount goes to DESCACAD.TXT for the competencia,
      *          which HOLERITE deducts on the pay slip. An employee
      *          terminated on DESLIG.TXT has the staff plan ended and
      *          is listed on ACADFREL.TXT to move to the regular
      *          price at the desk. A rerun in the same month does not
      *          charge anyone twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. ACADFUNC.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
               CONSOLE IS MODO-INPUT.
               CONSOLE IS COD-INPUT.
               CONSOLE IS DADO-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQACAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CPF
               FILE STATUS IS WS-STATUS-ACAD.

       SELECT ARQFUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FUN.

       SELECT ARQDESLIG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DESLIG.

       SELECT ARQFAC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FAC.

       SELECT ARQPLANOS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PLANOS.

       SELECT ARQLEDGER ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-LEDG.

       SELECT ARQDESC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DESC.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQCAL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CAL.

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

       FD ARQFUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO.TXT".
       01  REG-FUNCIONARIO.
           03 FD-DEPTO-F                  PIC X(05).
           03 FD-COD-F                    PIC 9(03).
           03 FD-NOME-F                   PIC X(20).
           03 FD-SALFUN-F                 PIC 9(06)V99.

       FD ARQDESLIG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DESLIG.TXT".
       01  REG-DESLIGAMENTO.
           03 DSL-COD                     PIC 9(03).
           03 FILLER                      PIC X(01).
           03 DSL-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 DSL-MOTIVO                  PIC X(02).

       FD ARQFAC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FUNCACAD.TXT".
       01  REG-FUNCACAD.
           03 FAC-COD                     PIC 9(03).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 FAC-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 FAC-PLANO                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 FAC-ATIVO                   PIC X(01).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 FAC-DATA-ADESAO             PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 FAC-DATA-FIM                PIC 9(08).

       FD ARQPLANOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PLANOS.TXT".
       01  REG-PLANO.
           03 PLA-CODIGO                  PIC 9(02).
           03 FILLER                      PIC X(01).
           03 PLA-MESES                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 PLA-VALOR                   PIC 9(06)V99.
           03 FILLER                      PIC X(01).
           03 PLA-ATIVO                   PIC X(01).
           03 FILLER                      PIC X(01).
           03 PLA-DESCRICAO               PIC X(20).
           03 FILLER                      PIC X(04).

       FD ARQLEDGER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PAGLEDGER.TXT".
       01  REG-LEDGER.
           03 LED-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 LED-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 LED-VALOR                   PIC 9(06)V99.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 LED-MESES                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 LED-NOVA-VALIDADE           PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 LED-PLANO                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 LED-FORMA                   PIC X(01).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 LED-FILIAL                  PIC 9(02).

       FD ARQDESC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DESCACAD.TXT".
       01  REG-DESCONTO.
           03 DAC-COD                     PIC 9(03).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 DAC-COMPETENCIA             PIC 9(06).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 DAC-VALOR                   PIC 9(06)V99.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 DAC-CPF                     PIC 9(11).

       FD ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ACADFREL.TXT".
       01  REG-RELATORIO                  PIC X(80).

       FD ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA                  PIC 9(08).

       FD ARQCAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CALENDARIO.TXT".
       01  REG-CAL.
           03 CAL-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 CAL-TIPO                    PIC X(01).
           03 FILLER                      PIC X(01).
           03 CAL-DESCRICAO               PIC X(20).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ACFRUN.TXT".
       01  REG-RUN                        PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-FUN-EOF               PIC X(01) VALUE ' '.
       77  WS-DESLIG-EOF            PIC X(01) VALUE ' '.
       77  WS-FAC-EOF               PIC X(01) VALUE ' '.
       77  WS-PLANOS-EOF            PIC X(01) VALUE ' '.
       77  WS-DESC-EOF              PIC X(01) VALUE ' '.
       77  WS-STATUS-ACAD           PIC X(02) VALUE ZEROS.
           88 WS-ACAD-OK                VALUE '00'.
       77  WS-STATUS-FUN            PIC X(02) VALUE SPACES.
           88 FUN-OK                    VALUE '00'.
       77  WS-STATUS-DESLIG         PIC X(02) VALUE SPACES.
           88 DESLIG-OK                 VALUE '00'.
       77  WS-STATUS-FAC            PIC X(02) VALUE SPACES.
           88 FAC-OK                    VALUE '00'.
       77  WS-STATUS-PLANOS         PIC X(02) VALUE SPACES.
           88 PLANOS-OK                 VALUE '00'.
       77  WS-STATUS-LEDG           PIC X(02) VALUE SPACES.
           88 LEDG-NAO-EXISTE           VALUE '35'.
       77  WS-STATUS-DESC           PIC X(02) VALUE SPACES.
           88 DESC-OK                   VALUE '00'.
           88 DESC-NAO-EXISTE           VALUE '35'.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'D'.
       77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77  WS-COD-PEDIDO            PIC 9(03) VALUE ZEROS.
       77  WS-CPF-PEDIDO            PIC 9(11) VALUE ZEROS.
       77  WS-PLANO-PEDIDO          PIC 9(02) VALUE ZEROS.
       77  WS-ATIVO-PEDIDO          PIC X(01) VALUE 'S'.
       77  WS-QTD-FUN               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-DESLIG            PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FAC               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-PLANO             PIC 9(03) VALUE ZEROS.
       77  WS-QTD-DESC              PIC 9(03) VALUE ZEROS.
       77  WS-IDX                   PIC 9(03) VALUE ZEROS.
       77  WS-IDX-FUN               PIC 9(03) VALUE ZEROS.
       77  WS-IDX-DSL               PIC 9(03) VALUE ZEROS.
       77  WS-IDX-FAC               PIC 9(03) VALUE ZEROS.
       77  WS-IDX-PLANO             PIC 9(03) VALUE ZEROS.
       77  WS-DATA-DESLIG           PIC 9(08) VALUE ZEROS.
       77  WS-JA-DESCONTADO         PIC X(01) VALUE 'N'.
       77  WS-ACHOU                 PIC X(01) VALUE 'N'.
       77  WS-ALTEROU               PIC X(01) VALUE 'N'.
       77  WS-CONT-ACEITA           PIC 9(05) VALUE ZEROS.
       77  WS-CONT-RECUSADA         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ENCERRADA        PIC 9(05) VALUE ZEROS.
       77  WS-TOTAL-DESCONTO        PIC 9(09)V99 VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY CALNEGOCIO.

           COPY VALIDACPF.

       01  WS-TAB-FUNCIONARIO.
           03 WS-FUN-ITEM OCCURS 200 TIMES.
              05 WS-FUN-COD             PIC 9(03).
              05 WS-FUN-NOME            PIC X(20).

       01  WS-TAB-DESLIG.
           03 WS-DSL-ITEM OCCURS 200 TIMES.
              05 WS-DSL-COD             PIC 9(03).
              05 WS-DSL-DATA            PIC 9(08).

       01  WS-TAB-FUNCACAD.
           03 WS-FAC-ITEM OCCURS 200 TIMES.
              05 WS-FAC-COD             PIC 9(03).
              05 WS-FAC-CPF             PIC 9(11).
              05 WS-FAC-PLANO           PIC 9(02).
              05 WS-FAC-ATIVO           PIC X(01).
              05 WS-FAC-DATA-ADESAO     PIC 9(08).
              05 WS-FAC-DATA-FIM        PIC 9(08).

       01  WS-TAB-PLANOS.
           03 WS-PLA-ITEM OCCURS 99 TIMES.
              05 WS-PLA-CODIGO          PIC 9(02).
              05 WS-PLA-MESES           PIC 9(02).
              05 WS-PLA-VALOR           PIC 9(06)V99.
              05 WS-PLA-ATIVO           PIC X(01).

      *    Funcionarios ja descontados na competencia - o rerun do mes
      *    nao cobra duas vezes.
       01  WS-TAB-DESCONTADO.
           03 WS-DES-ITEM OCCURS 200 TIMES.
              05 WS-DES-COD             PIC 9(03).

       01  WS-VALIDADE-NOVA.
           03 WS-VNOVA-ANO          PIC 9(04).
           03 WS-VNOVA-MES          PIC 9(02).
           03 WS-VNOVA-DIA          PIC 9(02).
       01  WS-VALIDADE-NOVA-NUM REDEFINES WS-VALIDADE-NOVA
                                    PIC 9(08).

       01  WS-LINHA1.
           03 FILLER PIC X(14) VALUE SPACES.
           03 FILLER PIC X(38)
               VALUE 'PLANO FUNCIONARIO - DESCONTO EM FOLHA'.
           03 FILLER PIC X(14) VALUE ' COMPETENCIA '.
           03 WS-EXB-COMPETENCIA    PIC 9(06).

       01  WS-LINHA-COLUNAS.
           03 FILLER PIC X(04) VALUE 'COD'.
           03 FILLER PIC X(21) VALUE 'FUNCIONARIO'.
           03 FILLER PIC X(12) VALUE 'CPF'.
           03 FILLER PIC X(10) VALUE '     VALOR'.
           03 FILLER PIC X(10) VALUE ' VALIDADE'.
           03 FILLER PIC X(23) VALUE 'SITUACAO'.

       01  WS-LINHA-DETALHE.
           03 WS-EXB-COD            PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-NOME           PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-CPF            PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-VALOR          PIC ZZZZZ9.99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-VALIDADE       PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-SITUACAO       PIC X(24).

       01  WS-LINHA-RODAPE.
           03 FILLER                PIC X(13) VALUE 'DESCONTADOS: '.
           03 WS-EXB-QTD-DESC       PIC ZZZZ9.
           03 FILLER                PIC X(14) VALUE '  ENCERRADOS: '.
           03 WS-EXB-QTD-ENC        PIC ZZZZ9.
           03 FILLER                PIC X(14) VALUE '  TOTAL R$:   '.
           03 WS-EXB-TOTAL          PIC ZZZZZZZZ9.99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               MOVE WS-DATA-NEGOCIO      TO WS-DATA-HOJE
               MOVE WS-DATA-NEGOCIO(1:6) TO WS-COMPETENCIA

               PERFORM 0100-CARREGA-FUNCIONARIOS
               PERFORM 0150-CARREGA-DESLIGADOS
               PERFORM 0200-CARREGA-PLANOS
               PERFORM 0300-CARREGA-ADESOES

               DISPLAY 'MODO (A)DESAO OU (D)ESCONTO MENSAL: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               EVALUATE WS-MODO-EXECUCAO
                   WHEN 'A'
                       PERFORM 2000-SESSAO-ADESAO
                   WHEN OTHER
                       PERFORM 9550-CARREGA-CALENDARIO
                       PERFORM 3000-DESCONTO-MENSAL
               END-EVALUATE

               MOVE 'ACADFUNC'        TO WS-RUN-PROGRAMA
               MOVE WS-CONT-ACEITA    TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-RECUSADA  TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-FUNCIONARIOS.
      *----------------------------------------------------------------*
      *    Registros HDR/TRL do envelope padrao de interface nao sao
      *    dados - sao saltados aqui.
           OPEN INPUT ARQFUN
           IF FUN-OK
               PERFORM UNTIL WS-FUN-EOF = 'S'
                   READ ARQFUN
                       AT END
                           MOVE 'S' TO WS-FUN-EOF
                       NOT AT END
                           IF REG-FUNCIONARIO(1:3) NOT = 'HDR'
                              AND REG-FUNCIONARIO(1:3) NOT = 'TRL'
                              AND WS-QTD-FUN < 200
                               ADD 1 TO WS-QTD-FUN
                               MOVE FD-COD-F
                                   TO WS-FUN-COD(WS-QTD-FUN)
                               MOVE FD-NOME-F
                                   TO WS-FUN-NOME(WS-QTD-FUN)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFUN
           ELSE
               DISPLAY 'ARQFUNCIONARIO.TXT AUSENTE - STATUS: '
                       WS-STATUS-FUN
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0150-CARREGA-DESLIGADOS.
      *----------------------------------------------------------------*
      *    Desligamentos com data ate hoje (DESLIG.TXT, gravado por
      *    RESCISAO) encerram o plano de funcionario.
           OPEN INPUT ARQDESLIG
           IF DESLIG-OK
               PERFORM UNTIL WS-DESLIG-EOF = 'S'
                   READ ARQDESLIG
                       AT END
                           MOVE 'S' TO WS-DESLIG-EOF
                       NOT AT END
                           IF DSL-DATA <= WS-DATA-HOJE
                              AND WS-QTD-DESLIG < 200
                               ADD 1 TO WS-QTD-DESLIG
                               MOVE DSL-COD
                                   TO WS-DSL-COD(WS-QTD-DESLIG)
                               MOVE DSL-DATA
                                   TO WS-DSL-DATA(WS-QTD-DESLIG)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDESLIG
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-PLANOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPLANOS
           IF PLANOS-OK
               PERFORM UNTIL WS-PLANOS-EOF = 'S'
                   READ ARQPLANOS
                       AT END
                           MOVE 'S' TO WS-PLANOS-EOF
                       NOT AT END
                           IF WS-QTD-PLANO < 99
                               ADD 1 TO WS-QTD-PLANO
                               MOVE PLA-CODIGO
                                   TO WS-PLA-CODIGO(WS-QTD-PLANO)
                               MOVE PLA-MESES
                                   TO WS-PLA-MESES(WS-QTD-PLANO)
                               MOVE PLA-VALOR
                                   TO WS-PLA-VALOR(WS-QTD-PLANO)
                               MOVE PLA-ATIVO
                                   TO WS-PLA-ATIVO(WS-QTD-PLANO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPLANOS
           ELSE
               DISPLAY 'PLANOS.TXT AUSENTE - NENHUM PLANO DE '
                       'FUNCIONARIO DISPONIVEL'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-ADESOES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQFAC
           IF FAC-OK
               PERFORM UNTIL WS-FAC-EOF = 'S'
                   READ ARQFAC
                       AT END
                           MOVE 'S' TO WS-FAC-EOF
                       NOT AT END
                           IF WS-QTD-FAC < 200
                               ADD 1 TO WS-QTD-FAC
                               PERFORM 0310-GUARDA-ADESAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFAC
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0310-GUARDA-ADESAO.
      *----------------------------------------------------------------*
           MOVE FAC-COD         TO WS-FAC-COD(WS-QTD-FAC)
           MOVE FAC-CPF         TO WS-FAC-CPF(WS-QTD-FAC)
           MOVE FAC-PLANO       TO WS-FAC-PLANO(WS-QTD-FAC)
           MOVE FAC-ATIVO       TO WS-FAC-ATIVO(WS-QTD-FAC)
           MOVE FAC-DATA-ADESAO TO WS-FAC-DATA-ADESAO(WS-QTD-FAC)
           MOVE FAC-DATA-FIM    TO WS-FAC-DATA-FIM(WS-QTD-FAC)
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-BUSCA-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-FUN
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FUN
               IF WS-FUN-COD(WS-IDX) = WS-COD-PEDIDO
                   MOVE WS-IDX TO WS-IDX-FUN
               END-IF
           END-PERFORM

           MOVE ZEROS TO WS-DATA-DESLIG
           PERFORM VARYING WS-IDX-DSL FROM 1 BY 1
                   UNTIL WS-IDX-DSL > WS-QTD-DESLIG
               IF WS-DSL-COD(WS-IDX-DSL) = WS-COD-PEDIDO
                   MOVE WS-DSL-DATA(WS-IDX-DSL) TO WS-DATA-DESLIG
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-BUSCA-PLANO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-PLANO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-PLANO
               IF WS-PLA-CODIGO(WS-IDX) = WS-PLANO-PEDIDO
                   MOVE WS-IDX TO WS-IDX-PLANO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SESSAO-ADESAO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQACAD
           IF WS-ACAD-OK
               PERFORM 2100-LE-ADESAO

               PERFORM UNTIL WS-COD-PEDIDO = ZEROS
                   PERFORM 2200-TRATA-ADESAO
                   PERFORM 2100-LE-ADESAO
               END-PERFORM

               DISPLAY 'ADESOES GRAVADAS : ' WS-CONT-ACEITA
               DISPLAY 'ADESOES RECUSADAS: ' WS-CONT-RECUSADA

               IF WS-CONT-ACEITA > ZEROS
                   PERFORM 2900-REGRAVA-ADESOES
               END-IF
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ACADEMIA.TXT' TO WS-RUN-MOTIVO
               MOVE 'ACF001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQACAD - STATUS: '
                       WS-STATUS-ACAD
           END-IF
           CLOSE ARQACAD
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LE-ADESAO.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DO FUNCIONARIO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-COD-PEDIDO FROM COD-INPUT

           IF WS-COD-PEDIDO NOT = ZEROS
               DISPLAY 'PLANO DE FUNCIONARIO ATIVO (S/N): '
               ACCEPT WS-ATIVO-PEDIDO FROM DADO-INPUT
               IF WS-ATIVO-PEDIDO = 'S'
                   DISPLAY 'CPF DO FUNCIONARIO NA ACADEMIA: '
                   ACCEPT WS-CPF-PEDIDO FROM DADO-INPUT
                   DISPLAY 'PLANO (MENSAL, PRECO DE FUNCIONARIO): '
                   ACCEPT WS-PLANO-PEDIDO FROM DADO-INPUT
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-TRATA-ADESAO.
      *----------------------------------------------------------------*
      *    'N' encerra o plano e mantem o registro; 'S' cria ou troca
      *    CPF e plano. O plano tem de ser mensal: o desconto e um por
      *    competencia.
           PERFORM 0400-BUSCA-FUNCIONARIO

           MOVE ZEROS TO WS-IDX-FAC
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FAC
               IF WS-FAC-COD(WS-IDX) = WS-COD-PEDIDO
                   MOVE WS-IDX TO WS-IDX-FAC
               END-IF
           END-PERFORM

           MOVE 'N' TO WS-ACHOU
           IF WS-ATIVO-PEDIDO = 'S'
               MOVE WS-CPF-PEDIDO TO WS-CPF-ENTRADA-VAL
               PERFORM 9700-VALIDA-CPF
               IF CPF-OK
                   MOVE WS-CPF-PEDIDO TO FD-CPF
                   READ ARQACAD
                       KEY IS FD-CPF
                       INVALID KEY
                           MOVE 'N' TO WS-ACHOU
                       NOT INVALID KEY
                           MOVE 'S' TO WS-ACHOU
                   END-READ
               END-IF
               PERFORM 0500-BUSCA-PLANO
           END-IF

           EVALUATE TRUE
               WHEN WS-ATIVO-PEDIDO NOT = 'S' AND NOT = 'N'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - INFORME S OU N'
               WHEN WS-ATIVO-PEDIDO = 'N'
                   PERFORM 2300-ENCERRA-ADESAO
               WHEN WS-IDX-FUN = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - FUNCIONARIO NAO '
                           'CADASTRADO: ' WS-COD-PEDIDO
               WHEN WS-DATA-DESLIG NOT = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - FUNCIONARIO DESLIGADO EM '
                           WS-DATA-DESLIG
               WHEN CPF-INVALIDO
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - CPF COM DIGITO '
                           'VERIFICADOR INVALIDO: ' WS-CPF-PEDIDO
               WHEN WS-ACHOU = 'N'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - CPF NAO CADASTRADO NA '
                           'ACADEMIA: ' WS-CPF-PEDIDO
               WHEN WS-IDX-PLANO = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - PLANO NAO CADASTRADO: '
                           WS-PLANO-PEDIDO
               WHEN WS-PLA-ATIVO(WS-IDX-PLANO) NOT = 'S'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - PLANO INATIVO: '
                           WS-PLANO-PEDIDO
               WHEN WS-PLA-MESES(WS-IDX-PLANO) NOT = 1
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - PLANO NAO E MENSAL: '
                           WS-PLANO-PEDIDO
               WHEN OTHER
                   PERFORM 2400-GRAVA-ADESAO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-ENCERRA-ADESAO.
      *----------------------------------------------------------------*
           IF WS-IDX-FAC = ZEROS
               ADD 1 TO WS-CONT-RECUSADA
               DISPLAY 'FUNCIONARIO SEM PLANO DE FUNCIONARIO: '
                       WS-COD-PEDIDO
           ELSE
               MOVE 'N'          TO WS-FAC-ATIVO(WS-IDX-FAC)
               MOVE WS-DATA-HOJE TO WS-FAC-DATA-FIM(WS-IDX-FAC)
               ADD 1 TO WS-CONT-ACEITA
               DISPLAY 'PLANO DE FUNCIONARIO ENCERRADO - COD: '
                       WS-COD-PEDIDO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-GRAVA-ADESAO.
      *----------------------------------------------------------------*
           IF WS-IDX-FAC = ZEROS
               IF WS-QTD-FAC < 200
                   ADD 1 TO WS-QTD-FAC
                   MOVE WS-QTD-FAC    TO WS-IDX-FAC
                   MOVE WS-COD-PEDIDO TO WS-FAC-COD(WS-IDX-FAC)
               ELSE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - LIMITE DE 200 ADESOES'
               END-IF
           END-IF

           IF WS-IDX-FAC > ZEROS
               MOVE WS-CPF-PEDIDO   TO WS-FAC-CPF(WS-IDX-FAC)
               MOVE WS-PLANO-PEDIDO TO WS-FAC-PLANO(WS-IDX-FAC)
               MOVE 'S'             TO WS-FAC-ATIVO(WS-IDX-FAC)
               MOVE WS-DATA-HOJE    TO WS-FAC-DATA-ADESAO(WS-IDX-FAC)
               MOVE ZEROS           TO WS-FAC-DATA-FIM(WS-IDX-FAC)
               ADD 1 TO WS-CONT-ACEITA
               DISPLAY 'PLANO DE FUNCIONARIO ATIVADO - COD: '
                       WS-COD-PEDIDO ' CPF: ' WS-CPF-PEDIDO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-REGRAVA-ADESOES.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQFAC

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FAC
               MOVE WS-FAC-COD(WS-IDX)         TO FAC-COD
               MOVE WS-FAC-CPF(WS-IDX)         TO FAC-CPF
               MOVE WS-FAC-PLANO(WS-IDX)       TO FAC-PLANO
               MOVE WS-FAC-ATIVO(WS-IDX)       TO FAC-ATIVO
               MOVE WS-FAC-DATA-ADESAO(WS-IDX) TO FAC-DATA-ADESAO
               MOVE WS-FAC-DATA-FIM(WS-IDX)    TO FAC-DATA-FIM
               WRITE REG-FUNCACAD
           END-PERFORM

           CLOSE ARQFAC
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-DESCONTO-MENSAL.
      *----------------------------------------------------------------*
           PERFORM 3050-CARREGA-DESCONTADOS

           OPEN I-O ARQACAD

           IF WS-ACAD-OK
               OPEN EXTEND ARQLEDGER
               IF LEDG-NAO-EXISTE
                   OPEN OUTPUT ARQLEDGER
               END-IF
               OPEN EXTEND ARQDESC
               IF DESC-NAO-EXISTE
                   OPEN OUTPUT ARQDESC
               END-IF
               OPEN OUTPUT ARQREL

               MOVE WS-COMPETENCIA TO WS-EXB-COMPETENCIA
               DISPLAY WS-LINHA1
               WRITE REG-RELATORIO FROM WS-LINHA1
               DISPLAY WS-LINHA-DATAS
               WRITE REG-RELATORIO FROM WS-LINHA-DATAS
               DISPLAY WS-PONTILHADO
               WRITE REG-RELATORIO FROM WS-PONTILHADO
               DISPLAY WS-LINHA-COLUNAS
               WRITE REG-RELATORIO FROM WS-LINHA-COLUNAS

               PERFORM VARYING WS-IDX-FAC FROM 1 BY 1
                       UNTIL WS-IDX-FAC > WS-QTD-FAC
                   IF WS-FAC-ATIVO(WS-IDX-FAC) = 'S'
                       PERFORM 3100-TRATA-FUNCIONARIO
                   END-IF
               END-PERFORM

               MOVE WS-CONT-ACEITA    TO WS-EXB-QTD-DESC
               MOVE WS-CONT-ENCERRADA TO WS-EXB-QTD-ENC
               MOVE WS-TOTAL-DESCONTO TO WS-EXB-TOTAL
               DISPLAY WS-PONTILHADO
               WRITE REG-RELATORIO FROM WS-PONTILHADO
               DISPLAY WS-LINHA-RODAPE
               WRITE REG-RELATORIO FROM WS-LINHA-RODAPE

               CLOSE ARQLEDGER  ARQDESC  ARQREL

               IF WS-ALTEROU = 'S'
                   PERFORM 2900-REGRAVA-ADESOES
               END-IF
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ACADEMIA.TXT' TO WS-RUN-MOTIVO
               MOVE 'ACF001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQACAD - STATUS: '
                       WS-STATUS-ACAD
           END-IF
           CLOSE ARQACAD
           .
           EXIT.
      *----------------------------------------------------------------*
       3050-CARREGA-DESCONTADOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDESC
           IF DESC-OK
               PERFORM UNTIL WS-DESC-EOF = 'S'
                   READ ARQDESC
                       AT END
                           MOVE 'S' TO WS-DESC-EOF
                       NOT AT END
                           IF DAC-COMPETENCIA = WS-COMPETENCIA
                              AND WS-QTD-DESC < 200
                               ADD 1 TO WS-QTD-DESC
                               MOVE DAC-COD TO WS-DES-COD(WS-QTD-DESC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDESC
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-TRATA-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE WS-FAC-COD(WS-IDX-FAC)   TO WS-COD-PEDIDO
           MOVE WS-FAC-PLANO(WS-IDX-FAC) TO WS-PLANO-PEDIDO
           PERFORM 0400-BUSCA-FUNCIONARIO
           PERFORM 0500-BUSCA-PLANO

           MOVE 'N' TO WS-JA-DESCONTADO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DESC
               IF WS-DES-COD(WS-IDX) = WS-COD-PEDIDO
                   MOVE 'S' TO WS-JA-DESCONTADO
               END-IF
           END-PERFORM

           MOVE WS-COD-PEDIDO          TO WS-EXB-COD
           MOVE WS-FAC-CPF(WS-IDX-FAC) TO WS-EXB-CPF
           MOVE ZEROS                  TO WS-EXB-VALOR
           MOVE ZEROS                  TO WS-EXB-VALIDADE
           IF WS-IDX-FUN > ZEROS
               MOVE WS-FUN-NOME(WS-IDX-FUN) TO WS-EXB-NOME
           ELSE
               MOVE '*** FORA DO CADASTRO'  TO WS-EXB-NOME
           END-IF

           EVALUATE TRUE
               WHEN WS-DATA-DESLIG NOT = ZEROS
                   MOVE 'N'            TO WS-FAC-ATIVO(WS-IDX-FAC)
                   MOVE WS-DATA-DESLIG TO WS-FAC-DATA-FIM(WS-IDX-FAC)
                   MOVE 'S'            TO WS-ALTEROU
                   ADD 1 TO WS-CONT-ENCERRADA
                   MOVE 'DESLIGADO - PRECO BALCAO'
                       TO WS-EXB-SITUACAO
               WHEN WS-JA-DESCONTADO = 'S'
                   MOVE 'JA DESCONTADO NO MES' TO WS-EXB-SITUACAO
               WHEN WS-IDX-FUN = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   MOVE 'FUNCIONARIO INEXISTENTE' TO WS-EXB-SITUACAO
               WHEN WS-IDX-PLANO = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   MOVE 'PLANO INEXISTENTE' TO WS-EXB-SITUACAO
               WHEN WS-PLA-ATIVO(WS-IDX-PLANO) NOT = 'S'
                   ADD 1 TO WS-CONT-RECUSADA
                   MOVE 'PLANO INATIVO' TO WS-EXB-SITUACAO
               WHEN OTHER
                   MOVE WS-FAC-CPF(WS-IDX-FAC) TO FD-CPF
                   READ ARQACAD
                       KEY IS FD-CPF
                       INVALID KEY
                           ADD 1 TO WS-CONT-RECUSADA
                           MOVE 'CPF FORA DO ROSTER'
                               TO WS-EXB-SITUACAO
                       NOT INVALID KEY
                           PERFORM 3200-ESTENDE-VALIDADE
                           PERFORM 3300-GRAVA-DESCONTO
                   END-READ
           END-EVALUATE

           DISPLAY WS-LINHA-DETALHE
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-ESTENDE-VALIDADE.
      *----------------------------------------------------------------*
      *    Mesma regra do PAGACAD: parte da validade vigente ou de
      *    hoje, dia limitado a 28, vencimento rolado para dia util.
           IF FD-DATA-VALIDADE >= WS-DATA-HOJE
               MOVE FD-DATA-VALIDADE TO WS-VALIDADE-NOVA-NUM
           ELSE
               MOVE WS-DATA-HOJE     TO WS-VALIDADE-NOVA-NUM
           END-IF

           ADD WS-PLA-MESES(WS-IDX-PLANO) TO WS-VNOVA-MES

           PERFORM UNTIL WS-VNOVA-MES <= 12
               SUBTRACT 12 FROM WS-VNOVA-MES
               ADD 1 TO WS-VNOVA-ANO
           END-PERFORM

           IF WS-VNOVA-DIA > 28
               MOVE 28 TO WS-VNOVA-DIA
           END-IF

           MOVE WS-VALIDADE-NOVA-NUM TO WS-CAL-DATA-TESTE
           PERFORM 9570-PROXIMO-DIA-UTIL
           MOVE WS-CAL-DATA-TESTE    TO WS-VALIDADE-NOVA-NUM

           MOVE WS-VALIDADE-NOVA-NUM TO FD-DATA-VALIDADE

           REWRITE REG-ACADEMIA
               INVALID KEY
                   DISPLAY 'ERRO AO REGRAVAR ROSTER - CPF: ' FD-CPF
           END-REWRITE
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-GRAVA-DESCONTO.
      *----------------------------------------------------------------*
      *    O pagamento entra no ledger como forma F (desconto em
      *    folha): o FECHCAIXA nao o espera na gaveta nem no cartao.
           MOVE FD-CPF                      TO LED-CPF
           MOVE WS-DATA-HOJE                TO LED-DATA
           MOVE WS-PLA-VALOR(WS-IDX-PLANO)  TO LED-VALOR
           MOVE WS-PLA-MESES(WS-IDX-PLANO)  TO LED-MESES
           MOVE WS-VALIDADE-NOVA-NUM        TO LED-NOVA-VALIDADE
           MOVE WS-PLANO-PEDIDO             TO LED-PLANO
           MOVE 'F'                         TO LED-FORMA
           MOVE FD-FILIAL                   TO LED-FILIAL
           WRITE REG-LEDGER

           MOVE WS-COD-PEDIDO               TO DAC-COD
           MOVE WS-COMPETENCIA              TO DAC-COMPETENCIA
           MOVE WS-PLA-VALOR(WS-IDX-PLANO)  TO DAC-VALOR
           MOVE FD-CPF                      TO DAC-CPF
           WRITE REG-DESCONTO

           MOVE WS-PLA-VALOR(WS-IDX-PLANO)  TO WS-EXB-VALOR
           MOVE WS-VALIDADE-NOVA-NUM        TO WS-EXB-VALIDADE
           MOVE 'DESCONTADO EM FOLHA'       TO WS-EXB-SITUACAO

           ADD WS-PLA-VALOR(WS-IDX-PLANO)   TO WS-TOTAL-DESCONTO
           ADD 1 TO WS-CONT-ACEITA
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY CALNEGOCIO-PROC.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM ACADFUNC.
