      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Locker (armario) rental desk per branch, off the key
      *          notebook. ARMARIO.TXT is the locker master keyed by
      *          branch (FD-FILIAL) and locker number, with the member
      *          holding it and the date the rent is paid until. The
      *          desk keys its branch once per session. Mode C adds a
      *          locker or changes its monthly rent; mode A rents a
      *          free locker to a member of that branch (or renews the
      *          member's own locker) and charges the months into
      *          PAGLEDGER.TXT, plan 00 and no new validity, so the
      *          rent reaches FECHCAIXA and GLACAD like any other
      *          receipt without touching membership validity; mode D
      *          takes the locker back. Mode V prints ARMVENC.TXT, the
      *          lockers to empty: rent lapsed or the member's
      *          FD-DATA-VALIDADE expired.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. ARMARIO.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
               CONSOLE IS MODO-INPUT.
               CONSOLE IS FILIAL-INPUT.
               CONSOLE IS DADO-INPUT.
               CONSOLE IS CPF-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQACAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CPF
               FILE STATUS IS WS-STATUS-ACAD.

       SELECT ARQARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-ARM.

       SELECT ARQLEDGER ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-LEDG.

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

       FD ARQARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARMARIO.TXT".
       01  REG-ARMARIO.
           03 ARM-FILIAL                  PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ARM-NUMERO                  PIC 9(03).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ARM-SITUACAO                PIC X(01).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ARM-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ARM-DATA-INICIO             PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ARM-PAGO-ATE                PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ARM-VALOR-MES               PIC 9(04)V99.

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

       FD ARQVENC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARMVENC.TXT".
       01  REG-VENCIDO                    PIC X(80).

       FD ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA                  PIC 9(08).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARMRUN.TXT".
       01  REG-RUN                        PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-ARM-EOF               PIC X(01) VALUE ' '.
       77  WS-STATUS-ACAD           PIC X(02) VALUE ZEROS.
           88 WS-ACAD-OK                VALUE '00'.
       77  WS-STATUS-ARM            PIC X(02) VALUE SPACES.
           88 ARM-OK                    VALUE '00'.
       77  WS-STATUS-LEDG           PIC X(02) VALUE SPACES.
           88 LEDG-NAO-EXISTE           VALUE '35'.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'V'.
       77  WS-FILIAL-BALCAO         PIC 9(02) VALUE ZEROS.
       77  WS-FIL-LISTA             PIC 9(03) VALUE ZEROS.
       77  WS-NUMERO-PEDIDO         PIC 9(03) VALUE ZEROS.
       77  WS-CPF-PEDIDO            PIC 9(11) VALUE ZEROS.
       77  WS-MESES-PEDIDO          PIC 9(02) VALUE ZEROS.
       77  WS-FORMA-PEDIDA          PIC X(01) VALUE SPACE.
       77  WS-VALOR-PEDIDO          PIC 9(04)V99 VALUE ZEROS.
       77  WS-VALOR-ALUGUEL         PIC 9(06)V99 VALUE ZEROS.
       77  WS-QTD-ARM               PIC 9(03) VALUE ZEROS.
       77  WS-IDX                   PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ARM               PIC 9(04) VALUE ZEROS.
       77  WS-ACHOU                 PIC X(01) VALUE 'N'.
       77  WS-MOTIVO-VENC           PIC X(20) VALUE SPACES.
       77  WS-CONT-ACEITA           PIC 9(04) VALUE ZEROS.
       77  WS-CONT-RECUSADA         PIC 9(04) VALUE ZEROS.
       77  WS-CONT-VENCIDO          PIC 9(04) VALUE ZEROS.
       77  WS-CONT-OCUPADO          PIC 9(04) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY VALIDACPF.

       01  WS-TAB-ARMARIO.
           03 WS-ARM-ITEM OCCURS 999 TIMES.
              05 WS-ARM-FILIAL          PIC 9(02).
              05 WS-ARM-NUMERO          PIC 9(03).
              05 WS-ARM-SITUACAO        PIC X(01).
                 88 ARMARIO-LIVRE           VALUE 'L'.
                 88 ARMARIO-OCUPADO         VALUE 'O'.
              05 WS-ARM-CPF             PIC 9(11).
              05 WS-ARM-DATA-INICIO     PIC 9(08).
              05 WS-ARM-PAGO-ATE        PIC 9(08).
              05 WS-ARM-VALOR-MES       PIC 9(04)V99.

       01  WS-PAGO-ATE-NOVO.
           03 WS-PNOVO-ANO          PIC 9(04).
           03 WS-PNOVO-MES          PIC 9(02).
           03 WS-PNOVO-DIA          PIC 9(02).
       01  WS-PAGO-ATE-NOVO-NUM REDEFINES WS-PAGO-ATE-NOVO
                                    PIC 9(08).

       01  WS-LINHA1.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'ARMARIOS A ESVAZIAR - POR FILIAL'.
           03 FILLER PIC X(20) VALUE SPACES.

       01  WS-LINHA2.
           03 FILLER PIC X(04) VALUE 'FIL'.
           03 FILLER PIC X(05) VALUE 'ARM'.
           03 FILLER PIC X(12) VALUE 'CPF'.
           03 FILLER PIC X(31) VALUE 'NOME'.
           03 FILLER PIC X(09) VALUE 'PAGO ATE'.
           03 FILLER PIC X(19) VALUE 'MOTIVO'.

       01  WS-LINHA-DETALHE.
           03 WS-DET-FILIAL         PIC 9(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-DET-NUMERO         PIC 9(03).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-DET-CPF            PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-NOME           PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-PAGO-ATE       PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-MOTIVO         PIC X(19).

       01  WS-RODAPE1.
           03 FILLER            PIC X(28)
               VALUE 'ARMARIOS OCUPADOS:         '.
           03 WS-TOTOCUPADO     PIC ZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(28)
               VALUE 'ARMARIOS A ESVAZIAR:       '.
           03 WS-TOTVENCIDO     PIC ZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0100-CARREGA-ARMARIOS

               DISPLAY 'MODO (C)ADASTRO, (A)LUGUEL, (D)EVOLUCAO OU '
                       '(V)ENCIDOS: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               EVALUATE WS-MODO-EXECUCAO
                   WHEN 'C'
                   WHEN 'A'
                   WHEN 'D'
                       PERFORM 2000-SESSAO-BALCAO
                   WHEN OTHER
                       PERFORM 5000-LISTA-VENCIDOS
               END-EVALUATE

               MOVE 'ARMARIO'         TO WS-RUN-PROGRAMA
               MOVE WS-CONT-ACEITA    TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-RECUSADA  TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-ARMARIOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQARM
           IF ARM-OK
               PERFORM UNTIL WS-ARM-EOF = 'S'
                   READ ARQARM
                       AT END
                           MOVE 'S' TO WS-ARM-EOF
                       NOT AT END
                           PERFORM 0110-GUARDA-ARMARIO
                   END-READ
               END-PERFORM
               CLOSE ARQARM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0110-GUARDA-ARMARIO.
      *----------------------------------------------------------------*
           IF WS-QTD-ARM < 999
               ADD 1 TO WS-QTD-ARM
               MOVE ARM-FILIAL      TO WS-ARM-FILIAL(WS-QTD-ARM)
               MOVE ARM-NUMERO      TO WS-ARM-NUMERO(WS-QTD-ARM)
               MOVE ARM-SITUACAO    TO WS-ARM-SITUACAO(WS-QTD-ARM)
               MOVE ARM-CPF         TO WS-ARM-CPF(WS-QTD-ARM)
               MOVE ARM-DATA-INICIO TO WS-ARM-DATA-INICIO(WS-QTD-ARM)
               MOVE ARM-PAGO-ATE    TO WS-ARM-PAGO-ATE(WS-QTD-ARM)
               MOVE ARM-VALOR-MES   TO WS-ARM-VALOR-MES(WS-QTD-ARM)
           ELSE
               DISPLAY 'ARMARIO IGNORADO - LIMITE DE 999 EXCEDIDO: '
                       ARM-FILIAL '/' ARM-NUMERO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SESSAO-BALCAO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQACAD
           IF WS-ACAD-OK
               OPEN EXTEND ARQLEDGER
               IF LEDG-NAO-EXISTE
                   OPEN OUTPUT ARQLEDGER
               END-IF

               DISPLAY 'FILIAL DO BALCAO: '
               ACCEPT WS-FILIAL-BALCAO FROM FILIAL-INPUT

               PERFORM 2100-LE-ARMARIO

               PERFORM UNTIL WS-NUMERO-PEDIDO = ZEROS
                   PERFORM 2150-BUSCA-ARMARIO
                   EVALUATE WS-MODO-EXECUCAO
                       WHEN 'C'
                           PERFORM 2200-TRATA-CADASTRO
                       WHEN 'A'
                           PERFORM 2300-TRATA-ALUGUEL
                       WHEN OTHER
                           PERFORM 2400-TRATA-DEVOLUCAO
                   END-EVALUATE
                   PERFORM 2100-LE-ARMARIO
               END-PERFORM

               DISPLAY 'OPERACOES ACEITAS  : ' WS-CONT-ACEITA
               DISPLAY 'OPERACOES RECUSADAS: ' WS-CONT-RECUSADA

               CLOSE ARQLEDGER

               PERFORM 3000-REGRAVA-ARMARIOS
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ACADEMIA.TXT' TO WS-RUN-MOTIVO
               MOVE 'ARM001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQACAD - STATUS: '
                       WS-STATUS-ACAD
           END-IF
           CLOSE ARQACAD
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LE-ARMARIO.
      *----------------------------------------------------------------*
           DISPLAY 'NUMERO DO ARMARIO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-NUMERO-PEDIDO FROM DADO-INPUT

           IF WS-NUMERO-PEDIDO NOT = ZEROS
               EVALUATE WS-MODO-EXECUCAO
                   WHEN 'C'
                       DISPLAY 'ALUGUEL MENSAL: '
                       ACCEPT WS-VALOR-PEDIDO FROM DADO-INPUT
                   WHEN 'A'
                       DISPLAY 'CPF DO ALUNO: '
                       ACCEPT WS-CPF-PEDIDO FROM CPF-INPUT
                       DISPLAY 'MESES: '
                       ACCEPT WS-MESES-PEDIDO FROM DADO-INPUT
                       DISPLAY 'FORMA (D)INHEIRO, (C)ARTAO, (P)IX: '
                       ACCEPT WS-FORMA-PEDIDA FROM DADO-INPUT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2150-BUSCA-ARMARIO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-ARM

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ARM
               IF WS-ARM-FILIAL(WS-IDX) = WS-FILIAL-BALCAO
                  AND WS-ARM-NUMERO(WS-IDX) = WS-NUMERO-PEDIDO
                   MOVE WS-IDX TO WS-IDX-ARM
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-TRATA-CADASTRO.
      *----------------------------------------------------------------*
      *    Armario novo entra livre; armario existente so tem o
      *    aluguel mensal trocado, valendo na proxima cobranca.
           EVALUATE TRUE
               WHEN WS-VALOR-PEDIDO = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'CADASTRO RECUSADO - ALUGUEL MENSAL ZERADO'
               WHEN WS-IDX-ARM > ZEROS
                   MOVE WS-VALOR-PEDIDO
                       TO WS-ARM-VALOR-MES(WS-IDX-ARM)
                   ADD 1 TO WS-CONT-ACEITA
                   DISPLAY 'ALUGUEL ALTERADO - ARMARIO: '
                           WS-FILIAL-BALCAO '/' WS-NUMERO-PEDIDO
               WHEN WS-QTD-ARM >= 999
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'CADASTRO RECUSADO - LIMITE DE 999 '
                           'ARMARIOS'
               WHEN OTHER
                   ADD 1 TO WS-QTD-ARM
                   MOVE WS-FILIAL-BALCAO TO WS-ARM-FILIAL(WS-QTD-ARM)
                   MOVE WS-NUMERO-PEDIDO TO WS-ARM-NUMERO(WS-QTD-ARM)
                   SET ARMARIO-LIVRE(WS-QTD-ARM) TO TRUE
                   MOVE ZEROS TO WS-ARM-CPF(WS-QTD-ARM)
                                 WS-ARM-DATA-INICIO(WS-QTD-ARM)
                                 WS-ARM-PAGO-ATE(WS-QTD-ARM)
                   MOVE WS-VALOR-PEDIDO TO WS-ARM-VALOR-MES(WS-QTD-ARM)
                   ADD 1 TO WS-CONT-ACEITA
                   DISPLAY 'ARMARIO CADASTRADO: '
                           WS-FILIAL-BALCAO '/' WS-NUMERO-PEDIDO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-TRATA-ALUGUEL.
      *----------------------------------------------------------------*
      *    Aluga armario livre ou renova o do proprio aluno. So aluno
      *    da filial, em dia com o plano, leva armario.
           MOVE WS-CPF-PEDIDO TO WS-CPF-ENTRADA-VAL
           PERFORM 9700-VALIDA-CPF

           MOVE 'N' TO WS-ACHOU
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

           EVALUATE TRUE
               WHEN WS-IDX-ARM = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ALUGUEL RECUSADO - ARMARIO NAO '
                           'CADASTRADO: ' WS-FILIAL-BALCAO '/'
                           WS-NUMERO-PEDIDO
               WHEN CPF-INVALIDO
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ALUGUEL RECUSADO - CPF COM DIGITO '
                           'VERIFICADOR INVALIDO: ' WS-CPF-PEDIDO
               WHEN WS-ACHOU = 'N'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ALUGUEL RECUSADO - CPF NAO CADASTRADO '
                           'NA ACADEMIA: ' WS-CPF-PEDIDO
               WHEN FD-FILIAL NOT = WS-FILIAL-BALCAO
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ALUGUEL RECUSADO - ALUNO DA FILIAL '
                           FD-FILIAL
               WHEN FD-DATA-VALIDADE < WS-DATA-NEGOCIO
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ALUGUEL RECUSADO - PLANO VENCIDO EM '
                           FD-DATA-VALIDADE
               WHEN ARMARIO-OCUPADO(WS-IDX-ARM)
                AND WS-ARM-CPF(WS-IDX-ARM) NOT = WS-CPF-PEDIDO
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ALUGUEL RECUSADO - ARMARIO OCUPADO POR '
                           WS-ARM-CPF(WS-IDX-ARM)
               WHEN WS-MESES-PEDIDO = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ALUGUEL RECUSADO - MESES ZERADO'
               WHEN WS-FORMA-PEDIDA NOT = 'D' AND NOT = 'C'
                                        AND NOT = 'P'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ALUGUEL RECUSADO - FORMA DE PAGAMENTO '
                           'INVALIDA: ' WS-FORMA-PEDIDA
               WHEN OTHER
                   PERFORM 2310-ESTENDE-ALUGUEL
                   PERFORM 2320-GRAVA-LEDGER
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2310-ESTENDE-ALUGUEL.
      *----------------------------------------------------------------*
      *    Mesma regra da validade do plano no PAGACAD: parte do pago
      *    ate vigente ou de hoje, com o dia limitado a 28.
           IF ARMARIO-LIVRE(WS-IDX-ARM)
               SET ARMARIO-OCUPADO(WS-IDX-ARM) TO TRUE
               MOVE WS-CPF-PEDIDO   TO WS-ARM-CPF(WS-IDX-ARM)
               MOVE WS-DATA-NEGOCIO TO WS-ARM-DATA-INICIO(WS-IDX-ARM)
               MOVE ZEROS           TO WS-ARM-PAGO-ATE(WS-IDX-ARM)
           END-IF

           IF WS-ARM-PAGO-ATE(WS-IDX-ARM) >= WS-DATA-NEGOCIO
               MOVE WS-ARM-PAGO-ATE(WS-IDX-ARM)
                   TO WS-PAGO-ATE-NOVO-NUM
           ELSE
               MOVE WS-DATA-NEGOCIO TO WS-PAGO-ATE-NOVO-NUM
           END-IF

           ADD WS-MESES-PEDIDO TO WS-PNOVO-MES

           PERFORM UNTIL WS-PNOVO-MES <= 12
               SUBTRACT 12 FROM WS-PNOVO-MES
               ADD 1 TO WS-PNOVO-ANO
           END-PERFORM

           IF WS-PNOVO-DIA > 28
               MOVE 28 TO WS-PNOVO-DIA
           END-IF

           MOVE WS-PAGO-ATE-NOVO-NUM TO WS-ARM-PAGO-ATE(WS-IDX-ARM)
           .
           EXIT.
      *----------------------------------------------------------------*
       2320-GRAVA-LEDGER.
      *----------------------------------------------------------------*
           COMPUTE WS-VALOR-ALUGUEL =
               WS-ARM-VALOR-MES(WS-IDX-ARM) * WS-MESES-PEDIDO

           MOVE WS-CPF-PEDIDO     TO LED-CPF
           MOVE WS-DATA-NEGOCIO   TO LED-DATA
           MOVE WS-VALOR-ALUGUEL  TO LED-VALOR
           MOVE WS-MESES-PEDIDO   TO LED-MESES
           MOVE ZEROS             TO LED-NOVA-VALIDADE
           MOVE ZEROS             TO LED-PLANO
           MOVE WS-FORMA-PEDIDA   TO LED-FORMA
           MOVE WS-FILIAL-BALCAO  TO LED-FILIAL

           WRITE REG-LEDGER

           ADD 1 TO WS-CONT-ACEITA
           DISPLAY 'ARMARIO ALUGADO - ' WS-FILIAL-BALCAO '/'
                   WS-NUMERO-PEDIDO ' CPF: ' WS-CPF-PEDIDO
                   ' PAGO ATE: ' WS-PAGO-ATE-NOVO-NUM
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-TRATA-DEVOLUCAO.
      *----------------------------------------------------------------*
      *    Devolucao nao estorna aluguel ja pago.
           EVALUATE TRUE
               WHEN WS-IDX-ARM = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'DEVOLUCAO RECUSADA - ARMARIO NAO '
                           'CADASTRADO: ' WS-FILIAL-BALCAO '/'
                           WS-NUMERO-PEDIDO
               WHEN ARMARIO-LIVRE(WS-IDX-ARM)
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'DEVOLUCAO RECUSADA - ARMARIO JA LIVRE'
               WHEN OTHER
                   DISPLAY 'ARMARIO DEVOLVIDO - ' WS-FILIAL-BALCAO
                           '/' WS-NUMERO-PEDIDO ' CPF: '
                           WS-ARM-CPF(WS-IDX-ARM)
                   SET ARMARIO-LIVRE(WS-IDX-ARM) TO TRUE
                   MOVE ZEROS TO WS-ARM-CPF(WS-IDX-ARM)
                                 WS-ARM-DATA-INICIO(WS-IDX-ARM)
                                 WS-ARM-PAGO-ATE(WS-IDX-ARM)
                   ADD 1 TO WS-CONT-ACEITA
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-REGRAVA-ARMARIOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQARM

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ARM
               MOVE WS-ARM-FILIAL(WS-IDX)      TO ARM-FILIAL
               MOVE WS-ARM-NUMERO(WS-IDX)      TO ARM-NUMERO
               MOVE WS-ARM-SITUACAO(WS-IDX)    TO ARM-SITUACAO
               MOVE WS-ARM-CPF(WS-IDX)         TO ARM-CPF
               MOVE WS-ARM-DATA-INICIO(WS-IDX) TO ARM-DATA-INICIO
               MOVE WS-ARM-PAGO-ATE(WS-IDX)    TO ARM-PAGO-ATE
               MOVE WS-ARM-VALOR-MES(WS-IDX)   TO ARM-VALOR-MES
               WRITE REG-ARMARIO
           END-PERFORM

           CLOSE ARQARM
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-LISTA-VENCIDOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQACAD
           OPEN OUTPUT ARQVENC

           DISPLAY WS-LINHA1
           WRITE REG-VENCIDO FROM WS-LINHA1
           DISPLAY WS-LINHA-DATAS
           WRITE REG-VENCIDO FROM WS-LINHA-DATAS
           DISPLAY WS-PONTILHADO
           WRITE REG-VENCIDO FROM WS-PONTILHADO
           DISPLAY WS-LINHA2
           WRITE REG-VENCIDO FROM WS-LINHA2

           PERFORM VARYING WS-FIL-LISTA FROM 0 BY 1
                   UNTIL WS-FIL-LISTA > 99
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-ARM
                   IF ARMARIO-OCUPADO(WS-IDX)
                      AND WS-ARM-FILIAL(WS-IDX) = WS-FIL-LISTA
                       ADD 1 TO WS-CONT-OCUPADO
                       PERFORM 5100-VERIFICA-ARMARIO
                   END-IF
               END-PERFORM
           END-PERFORM

           MOVE WS-CONT-OCUPADO TO WS-TOTOCUPADO
           MOVE WS-CONT-VENCIDO TO WS-TOTVENCIDO
           DISPLAY WS-PONTILHADO
           WRITE REG-VENCIDO FROM WS-PONTILHADO
           DISPLAY WS-RODAPE1
           WRITE REG-VENCIDO FROM WS-RODAPE1
           DISPLAY WS-RODAPE2
           WRITE REG-VENCIDO FROM WS-RODAPE2

           CLOSE ARQVENC  ARQACAD

           MOVE WS-CONT-VENCIDO TO WS-CONT-ACEITA
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-VERIFICA-ARMARIO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-MOTIVO-VENC
           MOVE SPACES TO WS-DET-NOME

           MOVE WS-ARM-CPF(WS-IDX) TO FD-CPF
           READ ARQACAD
               KEY IS FD-CPF
               INVALID KEY
                   MOVE '*** FORA DO ROSTER ***' TO WS-DET-NOME
                   MOVE 'FORA DO ROSTER'         TO WS-MOTIVO-VENC
               NOT INVALID KEY
                   MOVE FD-NOME TO WS-DET-NOME
                   IF FD-DATA-VALIDADE < WS-DATA-NEGOCIO
                       MOVE 'PLANO VENCIDO' TO WS-MOTIVO-VENC
                   END-IF
           END-READ

           IF WS-ARM-PAGO-ATE(WS-IDX) < WS-DATA-NEGOCIO
               MOVE 'ALUGUEL VENCIDO' TO WS-MOTIVO-VENC
           END-IF

           IF WS-MOTIVO-VENC NOT = SPACES
               ADD 1 TO WS-CONT-VENCIDO
               MOVE WS-ARM-FILIAL(WS-IDX)   TO WS-DET-FILIAL
               MOVE WS-ARM-NUMERO(WS-IDX)   TO WS-DET-NUMERO
               MOVE WS-ARM-CPF(WS-IDX)      TO WS-DET-CPF
               MOVE WS-ARM-PAGO-ATE(WS-IDX) TO WS-DET-PAGO-ATE
               MOVE WS-MOTIVO-VENC          TO WS-DET-MOTIVO
               DISPLAY WS-LINHA-DETALHE
               WRITE REG-VENCIDO FROM WS-LINHA-DETALHE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM ARMARIO.
