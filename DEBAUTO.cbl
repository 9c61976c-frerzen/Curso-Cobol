      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Recurring card auto-debit (debito recorrente) for gym
      *          plans. Mode A keeps the enrolment file DEBADES.TXT
      *          (member CPF, plan on PLANOS.TXT, acquirer card token,
      *          active flag). Mode G is the monthly run: every active
      *          enrolment whose member's FD-DATA-VALIDADE falls due
      *          within the DEBPARM.TXT window (days, default 5) goes
      *          to the acquirer charge file DEBCOBR.TXT at the plan
      *          value, inside the standard HDR/TRL envelope. Mode R
      *          processes the acquirer return DEBRET.TXT: approved
      *          charges post to PAGLEDGER.TXT as card payments and
      *          extend the validity exactly as PAGACAD does, declined
      *          charges go to the retry/contact list DEBRECUS.TXT with
      *          the member's phone and e-mail from ACADCONT.TXT.
      *          A declined member is still due, so the next run of
      *          mode G charges again.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. DEBAUTO.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
               CONSOLE IS MODO-INPUT.
               CONSOLE IS CPF-INPUT.
               CONSOLE IS DADO-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQACAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CPF
               FILE STATUS IS WS-STATUS-ACAD.

       SELECT ARQADES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-ADES.

       SELECT ARQPLANOS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PLANOS.

       SELECT ARQPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PARM.

       SELECT ARQCOBR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-COBR.

       SELECT ARQRET ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-RET.

       SELECT ARQLEDGER ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-LEDG.

       SELECT ARQRECUS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQCONT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CONT.

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

       FD ARQADES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEBADES.TXT".
       01  REG-ADESAO.
           03 ADE-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ADE-PLANO                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ADE-TOKEN                   PIC X(20).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ADE-ATIVO                   PIC X(01).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ADE-DATA-ADESAO             PIC 9(08).

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

       FD ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEBPARM.TXT".
       01  REG-PARM.
           03 PARM-DIAS-ANTECEDENCIA      PIC 9(03).

       FD ARQCOBR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEBCOBR.TXT".
       01  REG-COBRANCA.
           03 COB-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 COB-TOKEN                   PIC X(20).
           03 FILLER                      PIC X(01).
           03 COB-VALOR                   PIC 9(06)V99.
           03 FILLER                      PIC X(01).
           03 COB-PLANO                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 COB-MESES                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 COB-FILIAL                  PIC 9(02).
           03 FILLER                      PIC X(01).
           03 COB-VALIDADE                PIC 9(08).
           03 FILLER                      PIC X(21).

       FD ARQRET
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEBRET.TXT".
       01  REG-RETORNO.
           03 RET-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 RET-VALOR                   PIC 9(06)V99.
           03 FILLER                      PIC X(01).
           03 RET-CODIGO                  PIC X(02).
           03 FILLER                      PIC X(01).
           03 RET-AUTORIZACAO             PIC X(06).
           03 FILLER                      PIC X(50).

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

       FD ARQRECUS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEBRECUS.TXT".
       01  REG-RECUSA                     PIC X(132).

       FD ARQCONT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ACADCONT.TXT".
       01  REG-CONTATO.
           03 CONT-CPF                    PIC 9(11).
           03 FILLER                      PIC X(01).
           03 CONT-ENDERECO               PIC X(40).
           03 FILLER                      PIC X(01).
           03 CONT-TELEFONE               PIC X(12).
           03 FILLER                      PIC X(01).
           03 CONT-EMAIL                  PIC X(40).

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
           VALUE OF FILE-ID IS "DEBRUN.TXT".
       01  REG-RUN                        PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-ADES-EOF              PIC X(01) VALUE ' '.
       77  WS-PLANOS-EOF            PIC X(01) VALUE ' '.
       77  WS-COBR-EOF              PIC X(01) VALUE ' '.
       77  WS-RET-EOF               PIC X(01) VALUE ' '.
       77  WS-CONT-EOF              PIC X(01) VALUE ' '.
       77  WS-STATUS-ACAD           PIC X(02) VALUE ZEROS.
           88 WS-ACAD-OK                VALUE '00'.
       77  WS-STATUS-ADES           PIC X(02) VALUE SPACES.
           88 ADES-OK                   VALUE '00'.
       77  WS-STATUS-PLANOS         PIC X(02) VALUE SPACES.
           88 PLANOS-OK                 VALUE '00'.
       77  WS-STATUS-PARM           PIC X(02) VALUE SPACES.
           88 PARM-OK                   VALUE '00'.
       77  WS-STATUS-COBR           PIC X(02) VALUE SPACES.
           88 COBR-OK                   VALUE '00'.
       77  WS-STATUS-RET            PIC X(02) VALUE SPACES.
           88 RET-OK                    VALUE '00'.
       77  WS-STATUS-LEDG           PIC X(02) VALUE SPACES.
           88 LEDG-NAO-EXISTE           VALUE '35'.
       77  WS-STATUS-CONT           PIC X(02) VALUE SPACES.
           88 CONT-OK                   VALUE '00'.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'G'.
       77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WS-DATA-LIMITE           PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-ANTECEDENCIA     PIC 9(03) VALUE 5.
       77  WS-CPF-PEDIDO            PIC 9(11) VALUE ZEROS.
       77  WS-PLANO-PEDIDO          PIC 9(02) VALUE ZEROS.
       77  WS-TOKEN-PEDIDO          PIC X(20) VALUE SPACES.
       77  WS-ATIVO-PEDIDO          PIC X(01) VALUE 'S'.
       77  WS-QTD-ADES              PIC 9(04) VALUE ZEROS.
       77  WS-QTD-PLANO             PIC 9(03) VALUE ZEROS.
       77  WS-QTD-COBR              PIC 9(04) VALUE ZEROS.
       77  WS-IDX                   PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ADES              PIC 9(04) VALUE ZEROS.
       77  WS-IDX-PLANO             PIC 9(03) VALUE ZEROS.
       77  WS-IDX-COBR              PIC 9(04) VALUE ZEROS.
       77  WS-ACHOU                 PIC X(01) VALUE 'N'.
       77  WS-MOTIVO-RECUSA         PIC X(30) VALUE SPACES.
       77  WS-CONT-ACEITA           PIC 9(05) VALUE ZEROS.
       77  WS-CONT-RECUSADA         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-APROVADA         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-NEGADA           PIC 9(05) VALUE ZEROS.
       77  WS-VALOR-COBRADO         PIC 9(09)V99 VALUE ZEROS.
       77  WS-VALOR-APROVADO        PIC 9(09)V99 VALUE ZEROS.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY CALNEGOCIO.

           COPY VALIDACPF.

           COPY ENVELOPE.

       01  WS-TAB-ADESAO.
           03 WS-ADE-ITEM OCCURS 999 TIMES.
              05 WS-ADE-CPF             PIC 9(11).
              05 WS-ADE-PLANO           PIC 9(02).
              05 WS-ADE-TOKEN           PIC X(20).
              05 WS-ADE-ATIVO           PIC X(01).
              05 WS-ADE-DATA-ADESAO     PIC 9(08).

       01  WS-TAB-PLANOS.
           03 WS-PLA-ITEM OCCURS 99 TIMES.
              05 WS-PLA-CODIGO          PIC 9(02).
              05 WS-PLA-MESES           PIC 9(02).
              05 WS-PLA-VALOR           PIC 9(06)V99.
              05 WS-PLA-ATIVO           PIC X(01).

      *    Cobrancas enviadas na ultima remessa - o retorno so lanca o
      *    que foi cobrado, uma vez.
       01  WS-TAB-COBRANCA.
           03 WS-COB-ITEM OCCURS 999 TIMES.
              05 WS-COB-CPF             PIC 9(11).
              05 WS-COB-VALOR           PIC 9(06)V99.
              05 WS-COB-PLANO           PIC 9(02).
              05 WS-COB-MESES           PIC 9(02).
              05 WS-COB-FILIAL          PIC 9(02).
              05 WS-COB-RETORNADA       PIC X(01).

       01  WS-VALIDADE-NOVA.
           03 WS-VNOVA-ANO          PIC 9(04).
           03 WS-VNOVA-MES          PIC 9(02).
           03 WS-VNOVA-DIA          PIC 9(02).
       01  WS-VALIDADE-NOVA-NUM REDEFINES WS-VALIDADE-NOVA
                                    PIC 9(08).

       01  WS-LINHA-RECUSA.
           03 WS-REC-CPF            PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REC-NOME           PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REC-VALOR          PIC ZZZZZ9.99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REC-CODIGO         PIC X(02).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REC-TELEFONE       PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REC-EMAIL          PIC X(40).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-REC-MOTIVO         PIC X(22).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               MOVE WS-DATA-NEGOCIO TO WS-DATA-HOJE

               PERFORM 0050-LE-PARAMETROS
               PERFORM 0100-CARREGA-PLANOS
               PERFORM 0200-CARREGA-ADESOES

               DISPLAY 'MODO (A)DESAO, (G)ERA COBRANCA OU '
                       '(R)ETORNO DA ADQUIRENTE: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               EVALUATE WS-MODO-EXECUCAO
                   WHEN 'A'
                       PERFORM 2000-SESSAO-ADESAO
                   WHEN 'R'
                       PERFORM 9550-CARREGA-CALENDARIO
                       PERFORM 4000-PROCESSA-RETORNO
                   WHEN OTHER
                       PERFORM 3000-GERA-COBRANCA
               END-EVALUATE

               MOVE 'DEBAUTO'         TO WS-RUN-PROGRAMA
               MOVE WS-CONT-ACEITA    TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-RECUSADA  TO WS-RUN-REJEITADOS
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
                       MOVE PARM-DIAS-ANTECEDENCIA
                           TO WS-DIAS-ANTECEDENCIA
               END-READ
               CLOSE ARQPARM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-PLANOS.
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
               DISPLAY 'PLANOS.TXT AUSENTE - STATUS: '
                       WS-STATUS-PLANOS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-ADESOES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQADES
           IF ADES-OK
               PERFORM UNTIL WS-ADES-EOF = 'S'
                   READ ARQADES
                       AT END
                           MOVE 'S' TO WS-ADES-EOF
                       NOT AT END
                           IF WS-QTD-ADES < 999
                               ADD 1 TO WS-QTD-ADES
                               MOVE ADE-CPF
                                   TO WS-ADE-CPF(WS-QTD-ADES)
                               MOVE ADE-PLANO
                                   TO WS-ADE-PLANO(WS-QTD-ADES)
                               MOVE ADE-TOKEN
                                   TO WS-ADE-TOKEN(WS-QTD-ADES)
                               MOVE ADE-ATIVO
                                   TO WS-ADE-ATIVO(WS-QTD-ADES)
                               MOVE ADE-DATA-ADESAO
                                   TO WS-ADE-DATA-ADESAO(WS-QTD-ADES)
                           ELSE
                               DISPLAY 'ADESAO IGNORADA - LIMITE DE '
                                       '999 EXCEDIDO: ' ADE-CPF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQADES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-BUSCA-PLANO.
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

               PERFORM UNTIL WS-CPF-PEDIDO = ZEROS
                   PERFORM 2200-TRATA-ADESAO
                   PERFORM 2100-LE-ADESAO
               END-PERFORM

               DISPLAY 'ADESOES GRAVADAS : ' WS-CONT-ACEITA
               DISPLAY 'ADESOES RECUSADAS: ' WS-CONT-RECUSADA

               PERFORM 2900-REGRAVA-ADESOES
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ACADEMIA.TXT' TO WS-RUN-MOTIVO
               MOVE 'DEB001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQACAD - STATUS: '
                       WS-STATUS-ACAD
           END-IF
           CLOSE ARQACAD
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LE-ADESAO.
      *----------------------------------------------------------------*
           DISPLAY 'CPF DO ALUNO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-CPF-PEDIDO FROM CPF-INPUT

           IF WS-CPF-PEDIDO NOT = ZEROS
               DISPLAY 'DEBITO ATIVO (S/N): '
               ACCEPT WS-ATIVO-PEDIDO FROM DADO-INPUT
               IF WS-ATIVO-PEDIDO = 'S'
                   DISPLAY 'PLANO: '
                   ACCEPT WS-PLANO-PEDIDO FROM DADO-INPUT
                   DISPLAY 'TOKEN DO CARTAO NA ADQUIRENTE: '
                   ACCEPT WS-TOKEN-PEDIDO FROM DADO-INPUT
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-TRATA-ADESAO.
      *----------------------------------------------------------------*
      *    'N' desliga o debito do aluno e mantem o registro; 'S' cria
      *    ou troca plano e cartao.
           MOVE WS-CPF-PEDIDO TO WS-CPF-ENTRADA-VAL
           PERFORM 9700-VALIDA-CPF

           MOVE ZEROS TO WS-IDX-ADES
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ADES
               IF WS-ADE-CPF(WS-IDX) = WS-CPF-PEDIDO
                   MOVE WS-IDX TO WS-IDX-ADES
               END-IF
           END-PERFORM

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

           IF WS-ATIVO-PEDIDO = 'S'
               PERFORM 0300-BUSCA-PLANO
           END-IF

           EVALUATE TRUE
               WHEN CPF-INVALIDO
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - CPF COM DIGITO '
                           'VERIFICADOR INVALIDO: ' WS-CPF-PEDIDO
               WHEN WS-ACHOU = 'N'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - CPF NAO CADASTRADO NA '
                           'ACADEMIA: ' WS-CPF-PEDIDO
               WHEN WS-ATIVO-PEDIDO NOT = 'S' AND NOT = 'N'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - INFORME S OU N'
               WHEN WS-ATIVO-PEDIDO = 'N'
                   PERFORM 2300-DESLIGA-ADESAO
               WHEN WS-IDX-PLANO = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - PLANO NAO CADASTRADO: '
                           WS-PLANO-PEDIDO
               WHEN WS-PLA-ATIVO(WS-IDX-PLANO) NOT = 'S'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - PLANO INATIVO: '
                           WS-PLANO-PEDIDO
               WHEN WS-TOKEN-PEDIDO = SPACES
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - TOKEN DO CARTAO EM '
                           'BRANCO'
               WHEN OTHER
                   PERFORM 2400-GRAVA-ADESAO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-DESLIGA-ADESAO.
      *----------------------------------------------------------------*
           IF WS-IDX-ADES = ZEROS
               ADD 1 TO WS-CONT-RECUSADA
               DISPLAY 'ALUNO SEM ADESAO AO DEBITO: ' WS-CPF-PEDIDO
           ELSE
               MOVE 'N' TO WS-ADE-ATIVO(WS-IDX-ADES)
               ADD 1 TO WS-CONT-ACEITA
               DISPLAY 'DEBITO DESLIGADO - CPF: ' WS-CPF-PEDIDO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-GRAVA-ADESAO.
      *----------------------------------------------------------------*
           IF WS-IDX-ADES = ZEROS
               IF WS-QTD-ADES < 999
                   ADD 1 TO WS-QTD-ADES
                   MOVE WS-QTD-ADES TO WS-IDX-ADES
                   MOVE WS-CPF-PEDIDO   TO WS-ADE-CPF(WS-IDX-ADES)
               ELSE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO RECUSADA - LIMITE DE 999 ADESOES'
               END-IF
           END-IF

           IF WS-IDX-ADES > ZEROS
               MOVE WS-PLANO-PEDIDO TO WS-ADE-PLANO(WS-IDX-ADES)
               MOVE WS-TOKEN-PEDIDO TO WS-ADE-TOKEN(WS-IDX-ADES)
               MOVE 'S'             TO WS-ADE-ATIVO(WS-IDX-ADES)
               MOVE WS-DATA-HOJE    TO WS-ADE-DATA-ADESAO(WS-IDX-ADES)
               ADD 1 TO WS-CONT-ACEITA
               DISPLAY 'DEBITO ATIVADO - CPF: ' WS-CPF-PEDIDO
                       ' PLANO: ' WS-PLANO-PEDIDO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-REGRAVA-ADESOES.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQADES

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ADES
               MOVE WS-ADE-CPF(WS-IDX)         TO ADE-CPF
               MOVE WS-ADE-PLANO(WS-IDX)       TO ADE-PLANO
               MOVE WS-ADE-TOKEN(WS-IDX)       TO ADE-TOKEN
               MOVE WS-ADE-ATIVO(WS-IDX)       TO ADE-ATIVO
               MOVE WS-ADE-DATA-ADESAO(WS-IDX) TO ADE-DATA-ADESAO
               WRITE REG-ADESAO
           END-PERFORM

           CLOSE ARQADES
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-GERA-COBRANCA.
      *----------------------------------------------------------------*
           COMPUTE WS-DATA-LIMITE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-HOJE)
               + WS-DIAS-ANTECEDENCIA)

           OPEN INPUT ARQACAD
           IF WS-ACAD-OK
               OPEN OUTPUT ARQCOBR

      *        Remessa no envelope padrao de interface, datada do dia
      *        da geracao.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ENV-CAB-DATA
               MOVE 'DEBAUTO'        TO WS-ENV-CAB-ORIGEM
               MOVE SPACES           TO REG-COBRANCA
               MOVE WS-ENV-CABECALHO TO REG-COBRANCA(1:19)
               WRITE REG-COBRANCA

               PERFORM VARYING WS-IDX-ADES FROM 1 BY 1
                       UNTIL WS-IDX-ADES > WS-QTD-ADES
                   IF WS-ADE-ATIVO(WS-IDX-ADES) = 'S'
                       PERFORM 3100-VERIFICA-VENCIMENTO
                   END-IF
               END-PERFORM

               MOVE WS-CONT-ACEITA   TO WS-ENV-TRL-QTD
               MOVE SPACES           TO REG-COBRANCA
               MOVE WS-ENV-TRAILER   TO REG-COBRANCA(1:10)
               WRITE REG-COBRANCA

               CLOSE ARQCOBR

               DISPLAY 'COBRANCAS GERADAS  : ' WS-CONT-ACEITA
               DISPLAY 'VALOR DA REMESSA   : ' WS-VALOR-COBRADO
               DISPLAY 'ADESOES NAO COBRADAS: ' WS-CONT-RECUSADA
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ACADEMIA.TXT' TO WS-RUN-MOTIVO
               MOVE 'DEB001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQACAD - STATUS: '
                       WS-STATUS-ACAD
           END-IF
           CLOSE ARQACAD
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-VERIFICA-VENCIMENTO.
      *----------------------------------------------------------------*
           MOVE WS-ADE-CPF(WS-IDX-ADES)   TO FD-CPF
           MOVE WS-ADE-PLANO(WS-IDX-ADES) TO WS-PLANO-PEDIDO
           PERFORM 0300-BUSCA-PLANO

           READ ARQACAD
               KEY IS FD-CPF
               INVALID KEY
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ADESAO SEM ALUNO NO ROSTER: ' FD-CPF
               NOT INVALID KEY
                   IF FD-DATA-VALIDADE <= WS-DATA-LIMITE
                       IF WS-IDX-PLANO = ZEROS
                           ADD 1 TO WS-CONT-RECUSADA
                           DISPLAY 'COBRANCA NAO GERADA - PLANO NAO '
                                   'CADASTRADO - CPF: ' FD-CPF
                       ELSE
                       IF WS-PLA-ATIVO(WS-IDX-PLANO) NOT = 'S'
                           ADD 1 TO WS-CONT-RECUSADA
                           DISPLAY 'COBRANCA NAO GERADA - PLANO '
                                   'INATIVO - CPF: ' FD-CPF
                       ELSE
                           PERFORM 3200-GRAVA-COBRANCA
                       END-IF
                       END-IF
                   END-IF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-GRAVA-COBRANCA.
      *----------------------------------------------------------------*
           MOVE SPACES                       TO REG-COBRANCA
           MOVE FD-CPF                       TO COB-CPF
           MOVE WS-ADE-TOKEN(WS-IDX-ADES)    TO COB-TOKEN
           MOVE WS-PLA-VALOR(WS-IDX-PLANO)   TO COB-VALOR
           MOVE WS-PLA-CODIGO(WS-IDX-PLANO)  TO COB-PLANO
           MOVE WS-PLA-MESES(WS-IDX-PLANO)   TO COB-MESES
           MOVE FD-FILIAL                    TO COB-FILIAL
           MOVE FD-DATA-VALIDADE             TO COB-VALIDADE

           WRITE REG-COBRANCA

           ADD 1 TO WS-CONT-ACEITA
           ADD WS-PLA-VALOR(WS-IDX-PLANO) TO WS-VALOR-COBRADO
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-PROCESSA-RETORNO.
      *----------------------------------------------------------------*
           PERFORM 4050-CARREGA-COBRANCAS

           OPEN I-O ARQACAD
           OPEN INPUT ARQRET

           IF WS-ACAD-OK AND RET-OK
               OPEN EXTEND ARQLEDGER
               IF LEDG-NAO-EXISTE
                   OPEN OUTPUT ARQLEDGER
               END-IF
               OPEN OUTPUT ARQRECUS

      *        Retorno sem HDR e arquivo legado e processa como veio;
      *        com envelope, data errada ou contagem que nao fecha
      *        recusam o arquivo inteiro.
               PERFORM 4100-LE-RETORNO
               IF WS-RET-EOF NOT = 'S'
                   MOVE REG-RETORNO TO WS-ENV-BUFFER
                   PERFORM 9400-VERIFICA-ENV-CABECALHO
                   IF ENVELOPE-PRESENTE AND ENVELOPE-OK
                       PERFORM 4100-LE-RETORNO
                   END-IF
               END-IF

               IF ENVELOPE-ERRADO
                   MOVE 'S' TO WS-RET-EOF
               END-IF

               PERFORM UNTIL WS-RET-EOF = 'S'
                   ADD 1 TO WS-ENV-QTD-DADOS
                   PERFORM 4200-TRATA-RETORNO
                   PERFORM 4100-LE-RETORNO
               END-PERFORM

               PERFORM 9480-VERIFICA-ENV-FIM

               DISPLAY 'DEBITOS APROVADOS: ' WS-CONT-APROVADA
               DISPLAY 'VALOR APROVADO   : ' WS-VALOR-APROVADO
               DISPLAY 'DEBITOS NEGADOS  : ' WS-CONT-NEGADA

               CLOSE ARQLEDGER  ARQRECUS
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ROSTER/DEBRET' TO WS-RUN-MOTIVO
               MOVE 'DEB002' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ROSTER/RETORNO - STATUS: '
                       WS-STATUS-ACAD ' ' WS-STATUS-RET
           END-IF

           IF ENVELOPE-ERRADO
               SET FIM-ANORMAL TO TRUE
               MOVE WS-ENV-MOTIVO TO WS-RUN-MOTIVO
               MOVE 'DEB003' TO WS-RUN-CODIGO
               DISPLAY 'DEBRET.TXT REJEITADO - ' WS-ENV-MOTIVO
           END-IF

           CLOSE ARQACAD  ARQRET

           MOVE WS-CONT-APROVADA TO WS-CONT-ACEITA
           MOVE WS-CONT-NEGADA   TO WS-CONT-RECUSADA
           .
           EXIT.
      *----------------------------------------------------------------*
       4050-CARREGA-COBRANCAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCOBR
           IF COBR-OK
               PERFORM UNTIL WS-COBR-EOF = 'S'
                   READ ARQCOBR
                       AT END
                           MOVE 'S' TO WS-COBR-EOF
                       NOT AT END
                           IF REG-COBRANCA(1:3) NOT = 'HDR'
                              AND REG-COBRANCA(1:3) NOT = 'TRL'
                              AND WS-QTD-COBR < 999
                               ADD 1 TO WS-QTD-COBR
                               MOVE COB-CPF
                                   TO WS-COB-CPF(WS-QTD-COBR)
                               MOVE COB-VALOR
                                   TO WS-COB-VALOR(WS-QTD-COBR)
                               MOVE COB-PLANO
                                   TO WS-COB-PLANO(WS-QTD-COBR)
                               MOVE COB-MESES
                                   TO WS-COB-MESES(WS-QTD-COBR)
                               MOVE COB-FILIAL
                                   TO WS-COB-FILIAL(WS-QTD-COBR)
                               MOVE 'N'
                                   TO WS-COB-RETORNADA(WS-QTD-COBR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCOBR
           ELSE
               DISPLAY 'DEBCOBR.TXT AUSENTE - NENHUMA COBRANCA A '
                       'CONCILIAR'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-LE-RETORNO.
      *----------------------------------------------------------------*
           READ ARQRET
               AT END
                   MOVE 'S' TO WS-RET-EOF
               NOT AT END
                   MOVE REG-RETORNO TO WS-ENV-BUFFER
                   PERFORM 9450-VERIFICA-ENV-TRAILER
                   IF WS-ENV-TRL-LIDO = 'S'
                       MOVE 'S' TO WS-RET-EOF
                   END-IF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       4200-TRATA-RETORNO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-COBR
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-COBR
               IF WS-COB-CPF(WS-IDX) = RET-CPF
                  AND WS-COB-RETORNADA(WS-IDX) = 'N'
                   MOVE WS-IDX TO WS-IDX-COBR
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN WS-IDX-COBR = ZEROS
                   MOVE 'SEM COBRANCA NA REMESSA' TO WS-MOTIVO-RECUSA
                   PERFORM 4900-GRAVA-RECUSA
               WHEN RET-VALOR NOT = WS-COB-VALOR(WS-IDX-COBR)
                   MOVE 'S' TO WS-COB-RETORNADA(WS-IDX-COBR)
                   MOVE 'VALOR DIVERGE DA REMESSA' TO WS-MOTIVO-RECUSA
                   PERFORM 4900-GRAVA-RECUSA
               WHEN RET-CODIGO NOT = '00'
                   MOVE 'S' TO WS-COB-RETORNADA(WS-IDX-COBR)
                   MOVE 'NEGADO PELA ADQUIRENTE' TO WS-MOTIVO-RECUSA
                   PERFORM 4900-GRAVA-RECUSA
               WHEN OTHER
                   MOVE 'S' TO WS-COB-RETORNADA(WS-IDX-COBR)
                   PERFORM 4300-APLICA-APROVADO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       4300-APLICA-APROVADO.
      *----------------------------------------------------------------*
           MOVE RET-CPF TO FD-CPF

           READ ARQACAD
               KEY IS FD-CPF
               INVALID KEY
                   MOVE 'CPF FORA DO ROSTER' TO WS-MOTIVO-RECUSA
                   PERFORM 4900-GRAVA-RECUSA
               NOT INVALID KEY
                   PERFORM 4310-ESTENDE-VALIDADE
                   PERFORM 4320-GRAVA-LEDGER
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       4310-ESTENDE-VALIDADE.
      *----------------------------------------------------------------*
      *    Mesma regra do PAGACAD: parte da validade vigente ou de
      *    hoje, dia limitado a 28, vencimento rolado para dia util.
           IF FD-DATA-VALIDADE >= WS-DATA-HOJE
               MOVE FD-DATA-VALIDADE TO WS-VALIDADE-NOVA-NUM
           ELSE
               MOVE WS-DATA-HOJE     TO WS-VALIDADE-NOVA-NUM
           END-IF

           ADD WS-COB-MESES(WS-IDX-COBR) TO WS-VNOVA-MES

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
       4320-GRAVA-LEDGER.
      *----------------------------------------------------------------*
           MOVE RET-CPF                    TO LED-CPF
           MOVE WS-DATA-HOJE               TO LED-DATA
           MOVE RET-VALOR                  TO LED-VALOR
           MOVE WS-COB-MESES(WS-IDX-COBR)  TO LED-MESES
           MOVE WS-VALIDADE-NOVA-NUM       TO LED-NOVA-VALIDADE
           MOVE WS-COB-PLANO(WS-IDX-COBR)  TO LED-PLANO
           MOVE 'C'                        TO LED-FORMA
           MOVE WS-COB-FILIAL(WS-IDX-COBR) TO LED-FILIAL

           WRITE REG-LEDGER

           ADD 1 TO WS-CONT-APROVADA
           ADD RET-VALOR TO WS-VALOR-APROVADO
           DISPLAY 'DEBITO LANCADO - CPF: ' RET-CPF
                   ' NOVA VALIDADE: ' WS-VALIDADE-NOVA-NUM
           .
           EXIT.
      *----------------------------------------------------------------*
       4900-GRAVA-RECUSA.
      *----------------------------------------------------------------*
      *    Lista de nova tentativa / contato: quem teve o debito
      *    negado, com telefone e e-mail para o balcao ligar.
           ADD 1 TO WS-CONT-NEGADA

           MOVE RET-CPF          TO WS-REC-CPF
           MOVE RET-VALOR        TO WS-REC-VALOR
           MOVE RET-CODIGO       TO WS-REC-CODIGO
           MOVE WS-MOTIVO-RECUSA TO WS-REC-MOTIVO
           MOVE SPACES           TO WS-REC-NOME
                                    WS-REC-TELEFONE
                                    WS-REC-EMAIL

           MOVE RET-CPF TO FD-CPF
           READ ARQACAD
               KEY IS FD-CPF
               INVALID KEY
                   MOVE '*** FORA DO ROSTER ***' TO WS-REC-NOME
               NOT INVALID KEY
                   MOVE FD-NOME TO WS-REC-NOME
           END-READ

           MOVE ' ' TO WS-CONT-EOF
           OPEN INPUT ARQCONT
           IF CONT-OK
               PERFORM UNTIL WS-CONT-EOF = 'S'
                   READ ARQCONT
                       AT END
                           MOVE 'S' TO WS-CONT-EOF
                       NOT AT END
                           IF CONT-CPF = RET-CPF
                               MOVE CONT-TELEFONE TO WS-REC-TELEFONE
                               MOVE CONT-EMAIL    TO WS-REC-EMAIL
                               MOVE 'S' TO WS-CONT-EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCONT
           END-IF

           DISPLAY 'DEBITO NEGADO - CPF: ' RET-CPF ' - '
                   WS-MOTIVO-RECUSA
           WRITE REG-RECUSA FROM WS-LINHA-RECUSA
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY ENVELOPE-PROC.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
      *----------------------------------------------------------------*
           COPY CALNEGOCIO-PROC.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM DEBAUTO.
