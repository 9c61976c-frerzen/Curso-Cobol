      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Member referral (indicacao) desk for the "bring a
      *          friend" promotion, off the paper list. Mode C
      *          registers on INDICA.TXT the CPF of the ACADEMIA.TXT
      *          member who referred a new member, before the new
      *          member's first payment; the credit value comes from
      *          INDPARM.TXT (default 50.00). PAGACAD turns the
      *          referral into a credit when the new member's first
      *          payment posts and discounts it from the referrer's
      *          next payment. Mode R prints the monthly report
      *          INDIREL.TXT: referrals, credits earned, credits used
      *          and credits still pending.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. INDICACAO.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
               CONSOLE IS MODO-INPUT.
               CONSOLE IS CPF-INPUT.
               CONSOLE IS MES-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQACAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CPF
               FILE STATUS IS WS-STATUS-ACAD.

       SELECT ARQIND ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-IND.

       SELECT ARQPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PARM.

       SELECT ARQLEDGER ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-LEDG.

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

       FD ARQIND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INDICA.TXT".
       01  REG-INDICACAO.
           03 IND-CPF-NOVO                PIC 9(11).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 IND-CPF-INDICADOR           PIC 9(11).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 IND-DATA-CADASTRO           PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 IND-SITUACAO                PIC X(01).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 IND-VALOR-CREDITO           PIC 9(06)V99.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 IND-DATA-CREDITO            PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 IND-DATA-USO                PIC 9(08).

       FD ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INDPARM.TXT".
       01  REG-PARM.
           03 PARM-VALOR-CREDITO          PIC 9(06)V99.

       FD ARQLEDGER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PAGLEDGER.TXT".
       01  REG-LEDGER.
           03 LED-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 LED-DATA                    PIC 9(08).
           03 FILLER                      PIC X(29).

       FD ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INDIREL.TXT".
       01  REG-RELATORIO                  PIC X(80).

       FD ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA                  PIC 9(08).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "INDRUN.TXT".
       01  REG-RUN                        PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-IND-EOF               PIC X(01) VALUE ' '.
       77  WS-LEDG-EOF              PIC X(01) VALUE ' '.
       77  WS-STATUS-ACAD           PIC X(02) VALUE ZEROS.
           88 WS-ACAD-OK                VALUE '00'.
       77  WS-STATUS-IND            PIC X(02) VALUE SPACES.
           88 IND-OK                    VALUE '00'.
           88 IND-NAO-EXISTE            VALUE '35'.
       77  WS-STATUS-PARM           PIC X(02) VALUE SPACES.
           88 PARM-OK                   VALUE '00'.
       77  WS-STATUS-LEDG           PIC X(02) VALUE SPACES.
           88 LEDG-OK                   VALUE '00'.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'C'.
       77  WS-CPF-NOVO              PIC 9(11) VALUE ZEROS.
       77  WS-CPF-INDICADOR         PIC 9(11) VALUE ZEROS.
       77  WS-VALOR-CREDITO         PIC 9(06)V99 VALUE 50.
       77  WS-ANOMES-REF            PIC 9(06) VALUE ZEROS.
       77  WS-QTD-IND               PIC 9(03) VALUE ZEROS.
       77  WS-IDX                   PIC 9(04) VALUE ZEROS.
       77  WS-ACHOU                 PIC X(01) VALUE 'N'.
       77  WS-JA-PAGOU              PIC X(01) VALUE 'N'.
       77  WS-NOVO-CADASTRADO       PIC X(01) VALUE 'N'.
       77  WS-INDICADOR-CADASTRADO  PIC X(01) VALUE 'N'.
       77  WS-EVENTO-MES            PIC X(01) VALUE 'N'.
       77  WS-CONT-CADASTRO         PIC 9(04) VALUE ZEROS.
       77  WS-CONT-RECUSADA         PIC 9(04) VALUE ZEROS.
       77  WS-CONT-INDICADAS-MES    PIC 9(04) VALUE ZEROS.
       77  WS-CONT-GERADO-MES       PIC 9(04) VALUE ZEROS.
       77  WS-CONT-USADO-MES        PIC 9(04) VALUE ZEROS.
       77  WS-CONT-PENDENTE         PIC 9(04) VALUE ZEROS.
       77  WS-CONT-AGUARDANDO       PIC 9(04) VALUE ZEROS.
       77  WS-VALOR-GERADO-MES      PIC 9(08)V99 VALUE ZEROS.
       77  WS-VALOR-USADO-MES       PIC 9(08)V99 VALUE ZEROS.
       77  WS-VALOR-PENDENTE        PIC 9(08)V99 VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY VALIDACPF.

       01  WS-TAB-INDICACAO.
           03 WS-IND-ITEM OCCURS 999 TIMES.
              05 WS-IND-CPF-NOVO        PIC 9(11).
              05 WS-IND-CPF-INDICADOR   PIC 9(11).
              05 WS-IND-DATA-CADASTRO   PIC 9(08).
              05 WS-IND-SITUACAO        PIC X(01).
                 88 IND-AGUARDA-PAGAMENTO   VALUE 'P'.
                 88 IND-CREDITO-GERADO      VALUE 'G'.
                 88 IND-CREDITO-USADO       VALUE 'U'.
              05 WS-IND-VALOR-CREDITO   PIC 9(06)V99.
              05 WS-IND-DATA-CREDITO    PIC 9(08).
              05 WS-IND-DATA-USO        PIC 9(08).

       01  WS-LINHA1.
           03 FILLER PIC X(16) VALUE SPACES.
           03 FILLER PIC X(38)
               VALUE 'INDICACOES E CREDITOS - REF: '.
           03 WS-EXB-ANOMES PIC 9(06).
           03 FILLER PIC X(20) VALUE SPACES.

       01  WS-LINHA2.
           03 FILLER PIC X(12) VALUE 'NOVO ALUNO'.
           03 FILLER PIC X(12) VALUE 'INDICADOR'.
           03 FILLER PIC X(09) VALUE 'CADASTRO'.
           03 FILLER PIC X(11) VALUE 'SITUACAO'.
           03 FILLER PIC X(11) VALUE '   CREDITO'.
           03 FILLER PIC X(09) VALUE 'GERADO'.
           03 FILLER PIC X(08) VALUE 'USADO'.

       01  WS-LINHA-DETALHE.
           03 WS-DET-CPF-NOVO       PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-CPF-INDICADOR  PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-CADASTRO       PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-SITUACAO       PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-VALOR          PIC ZZZZZ9.99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-GERADO         PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-USADO          PIC X(08).

       01  WS-RODAPE1.
           03 FILLER            PIC X(34)
               VALUE 'INDICACOES CADASTRADAS NO MES:   '.
           03 WS-TOTINDICADAS   PIC ZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(34)
               VALUE 'CREDITOS GERADOS NO MES:        '.
           03 WS-TOTGERADO      PIC ZZZ9.
           03 FILLER            PIC X(06) VALUE '  R$ '.
           03 WS-TOTGERADO-VAL  PIC ZZZZZZZ9.99.

       01  WS-RODAPE3.
           03 FILLER            PIC X(34)
               VALUE 'CREDITOS USADOS NO MES:         '.
           03 WS-TOTUSADO       PIC ZZZ9.
           03 FILLER            PIC X(06) VALUE '  R$ '.
           03 WS-TOTUSADO-VAL   PIC ZZZZZZZ9.99.

       01  WS-RODAPE4.
           03 FILLER            PIC X(34)
               VALUE 'CREDITOS PENDENTES DE USO:      '.
           03 WS-TOTPENDENTE    PIC ZZZ9.
           03 FILLER            PIC X(06) VALUE '  R$ '.
           03 WS-TOTPENDENTE-VAL PIC ZZZZZZZ9.99.

       01  WS-RODAPE5.
           03 FILLER            PIC X(34)
               VALUE 'INDICADOS SEM PRIMEIRO PAGAMENTO:'.
           03 WS-TOTAGUARDANDO  PIC ZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0050-LE-PARAMETROS
               PERFORM 0100-CARREGA-INDICACOES

               DISPLAY 'MODO (C)ADASTRO OU (R)ELATORIO MENSAL: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               IF WS-MODO-EXECUCAO = 'R'
                   PERFORM 5000-RELATORIO-MENSAL
               ELSE
                   PERFORM 2000-SESSAO-CADASTRO
               END-IF

               MOVE 'INDICACA'        TO WS-RUN-PROGRAMA
               MOVE WS-CONT-CADASTRO  TO WS-RUN-PROCESSADOS
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
                       IF PARM-VALOR-CREDITO > ZEROS
                           MOVE PARM-VALOR-CREDITO
                               TO WS-VALOR-CREDITO
                       END-IF
               END-READ
               CLOSE ARQPARM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0100-CARREGA-INDICACOES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQIND
           IF IND-OK
               PERFORM UNTIL WS-IND-EOF = 'S'
                   READ ARQIND
                       AT END
                           MOVE 'S' TO WS-IND-EOF
                       NOT AT END
                           PERFORM 0110-GUARDA-INDICACAO
                   END-READ
               END-PERFORM
               CLOSE ARQIND
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0110-GUARDA-INDICACAO.
      *----------------------------------------------------------------*
           IF WS-QTD-IND < 999
               ADD 1 TO WS-QTD-IND
               MOVE IND-CPF-NOVO      TO WS-IND-CPF-NOVO(WS-QTD-IND)
               MOVE IND-CPF-INDICADOR
                   TO WS-IND-CPF-INDICADOR(WS-QTD-IND)
               MOVE IND-DATA-CADASTRO
                   TO WS-IND-DATA-CADASTRO(WS-QTD-IND)
               MOVE IND-SITUACAO      TO WS-IND-SITUACAO(WS-QTD-IND)
               MOVE IND-VALOR-CREDITO
                   TO WS-IND-VALOR-CREDITO(WS-QTD-IND)
               MOVE IND-DATA-CREDITO
                   TO WS-IND-DATA-CREDITO(WS-QTD-IND)
               MOVE IND-DATA-USO      TO WS-IND-DATA-USO(WS-QTD-IND)
           ELSE
               DISPLAY 'INDICACAO IGNORADA - LIMITE DE 999 '
                       'EXCEDIDO: ' IND-CPF-NOVO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SESSAO-CADASTRO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQACAD
           IF WS-ACAD-OK
               OPEN EXTEND ARQIND
               IF IND-NAO-EXISTE
                   OPEN OUTPUT ARQIND
               END-IF

               PERFORM 2100-LE-INDICACAO

               PERFORM UNTIL WS-CPF-NOVO = ZEROS
                   PERFORM 2200-TRATA-INDICACAO
                   PERFORM 2100-LE-INDICACAO
               END-PERFORM

               DISPLAY 'INDICACOES CADASTRADAS: ' WS-CONT-CADASTRO
               DISPLAY 'INDICACOES RECUSADAS  : ' WS-CONT-RECUSADA

               CLOSE ARQIND
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ACADEMIA.TXT' TO WS-RUN-MOTIVO
               MOVE 'IND001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQACAD - STATUS: '
                       WS-STATUS-ACAD
           END-IF
           CLOSE ARQACAD
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LE-INDICACAO.
      *----------------------------------------------------------------*
           DISPLAY 'CPF DO NOVO ALUNO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-CPF-NOVO FROM CPF-INPUT

           IF WS-CPF-NOVO NOT = ZEROS
               DISPLAY 'CPF DO ALUNO QUE INDICOU: '
               ACCEPT WS-CPF-INDICADOR FROM CPF-INPUT
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-TRATA-INDICACAO.
      *----------------------------------------------------------------*
      *    A indicacao so vale para aluno novo: quem ja tem pagamento
      *    no PAGLEDGER.TXT nao gera credito para ninguem.
           MOVE WS-CPF-NOVO TO FD-CPF
           PERFORM 2250-BUSCA-ROSTER
           MOVE WS-ACHOU    TO WS-NOVO-CADASTRADO
           MOVE WS-CPF-INDICADOR TO FD-CPF
           PERFORM 2250-BUSCA-ROSTER
           MOVE WS-ACHOU    TO WS-INDICADOR-CADASTRADO

           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-IND
               IF WS-IND-CPF-NOVO(WS-IDX) = WS-CPF-NOVO
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           PERFORM 2300-VERIFICA-PAGAMENTO

           MOVE WS-CPF-NOVO TO WS-CPF-ENTRADA-VAL
           PERFORM 9700-VALIDA-CPF

           EVALUATE TRUE
               WHEN CPF-INVALIDO
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'INDICACAO RECUSADA - CPF DO NOVO ALUNO '
                           'INVALIDO: ' WS-CPF-NOVO
               WHEN WS-CPF-NOVO = WS-CPF-INDICADOR
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'INDICACAO RECUSADA - ALUNO NAO PODE '
                           'INDICAR A SI MESMO'
               WHEN WS-NOVO-CADASTRADO = 'N'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'INDICACAO RECUSADA - NOVO ALUNO NAO '
                           'CADASTRADO NA ACADEMIA: ' WS-CPF-NOVO
               WHEN WS-INDICADOR-CADASTRADO = 'N'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'INDICACAO RECUSADA - INDICADOR NAO '
                           'CADASTRADO NA ACADEMIA: ' WS-CPF-INDICADOR
               WHEN WS-ACHOU = 'S'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'INDICACAO RECUSADA - ALUNO JA TEM '
                           'INDICACAO CADASTRADA: ' WS-CPF-NOVO
               WHEN WS-JA-PAGOU = 'S'
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'INDICACAO RECUSADA - ALUNO JA FEZ O '
                           'PRIMEIRO PAGAMENTO: ' WS-CPF-NOVO
               WHEN WS-QTD-IND >= 999
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'INDICACAO RECUSADA - LIMITE DE 999 '
                           'INDICACOES'
               WHEN OTHER
                   PERFORM 2400-GRAVA-INDICACAO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2250-BUSCA-ROSTER.
      *----------------------------------------------------------------*
           MOVE 'S' TO WS-ACHOU
           READ ARQACAD
               KEY IS FD-CPF
               INVALID KEY
                   MOVE 'N' TO WS-ACHOU
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-VERIFICA-PAGAMENTO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-JA-PAGOU
           MOVE ' ' TO WS-LEDG-EOF

           OPEN INPUT ARQLEDGER
           IF LEDG-OK
               PERFORM UNTIL WS-LEDG-EOF = 'S'
                   READ ARQLEDGER
                       AT END
                           MOVE 'S' TO WS-LEDG-EOF
                       NOT AT END
                           IF LED-CPF = WS-CPF-NOVO
                               MOVE 'S' TO WS-JA-PAGOU
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQLEDGER
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-GRAVA-INDICACAO.
      *----------------------------------------------------------------*
           MOVE WS-CPF-NOVO       TO IND-CPF-NOVO
           MOVE WS-CPF-INDICADOR  TO IND-CPF-INDICADOR
           MOVE WS-DATA-NEGOCIO   TO IND-DATA-CADASTRO
           MOVE 'P'               TO IND-SITUACAO
           MOVE WS-VALOR-CREDITO  TO IND-VALOR-CREDITO
           MOVE ZEROS             TO IND-DATA-CREDITO
                                     IND-DATA-USO

           WRITE REG-INDICACAO

           PERFORM 0110-GUARDA-INDICACAO

           ADD 1 TO WS-CONT-CADASTRO
           DISPLAY 'INDICACAO CADASTRADA - NOVO ALUNO: ' WS-CPF-NOVO
                   ' INDICADOR: ' WS-CPF-INDICADOR
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-RELATORIO-MENSAL.
      *----------------------------------------------------------------*
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-ANOMES-REF
           DISPLAY 'MES DE REFERENCIA (AAAAMM, ZEROS = ATUAL): '
           ACCEPT WS-ANOMES-REF FROM MES-INPUT
           IF WS-ANOMES-REF = ZEROS
               MOVE WS-DATA-NEGOCIO(1:6) TO WS-ANOMES-REF
           END-IF

           OPEN OUTPUT ARQREL

           MOVE WS-ANOMES-REF TO WS-EXB-ANOMES
           DISPLAY WS-LINHA1
           WRITE REG-RELATORIO FROM WS-LINHA1
           DISPLAY WS-LINHA-DATAS
           WRITE REG-RELATORIO FROM WS-LINHA-DATAS
           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-LINHA2
           WRITE REG-RELATORIO FROM WS-LINHA2

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-IND
               PERFORM 5100-TRATA-INDICACAO
           END-PERFORM

           PERFORM 5400-TRATA-RODAPE

           CLOSE ARQREL

           MOVE WS-CONT-INDICADAS-MES TO WS-CONT-CADASTRO
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-TRATA-INDICACAO.
      *----------------------------------------------------------------*
      *    Entra no relatorio a indicacao com movimento no mes:
      *    cadastro, credito gerado ou credito usado. O saldo pendente
      *    e a posicao de hoje, independente do mes.
           MOVE 'N' TO WS-EVENTO-MES

           IF WS-IND-DATA-CADASTRO(WS-IDX)(1:6) = WS-ANOMES-REF
               MOVE 'S' TO WS-EVENTO-MES
               ADD 1 TO WS-CONT-INDICADAS-MES
           END-IF

           IF WS-IND-DATA-CREDITO(WS-IDX)(1:6) = WS-ANOMES-REF
               MOVE 'S' TO WS-EVENTO-MES
               ADD 1 TO WS-CONT-GERADO-MES
               ADD WS-IND-VALOR-CREDITO(WS-IDX) TO WS-VALOR-GERADO-MES
           END-IF

           IF WS-IND-DATA-USO(WS-IDX)(1:6) = WS-ANOMES-REF
               MOVE 'S' TO WS-EVENTO-MES
               ADD 1 TO WS-CONT-USADO-MES
               ADD WS-IND-VALOR-CREDITO(WS-IDX) TO WS-VALOR-USADO-MES
           END-IF

           EVALUATE TRUE
               WHEN IND-CREDITO-GERADO(WS-IDX)
                   ADD 1 TO WS-CONT-PENDENTE
                   ADD WS-IND-VALOR-CREDITO(WS-IDX) TO WS-VALOR-PENDENTE
               WHEN IND-AGUARDA-PAGAMENTO(WS-IDX)
                   ADD 1 TO WS-CONT-AGUARDANDO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-EVENTO-MES = 'S'
               PERFORM 5200-IMPRIME-DETALHE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-IMPRIME-DETALHE.
      *----------------------------------------------------------------*
           MOVE WS-IND-CPF-NOVO(WS-IDX)      TO WS-DET-CPF-NOVO
           MOVE WS-IND-CPF-INDICADOR(WS-IDX) TO WS-DET-CPF-INDICADOR
           MOVE WS-IND-DATA-CADASTRO(WS-IDX) TO WS-DET-CADASTRO
           MOVE WS-IND-VALOR-CREDITO(WS-IDX) TO WS-DET-VALOR

           EVALUATE TRUE
               WHEN IND-AGUARDA-PAGAMENTO(WS-IDX)
                   MOVE 'AGUARDANDO' TO WS-DET-SITUACAO
               WHEN IND-CREDITO-GERADO(WS-IDX)
                   MOVE 'PENDENTE'   TO WS-DET-SITUACAO
               WHEN IND-CREDITO-USADO(WS-IDX)
                   MOVE 'USADO'      TO WS-DET-SITUACAO
               WHEN OTHER
                   MOVE '?'          TO WS-DET-SITUACAO
           END-EVALUATE

           MOVE SPACES TO WS-DET-GERADO  WS-DET-USADO
           IF WS-IND-DATA-CREDITO(WS-IDX) > ZEROS
               MOVE WS-IND-DATA-CREDITO(WS-IDX) TO WS-DET-GERADO
           END-IF
           IF WS-IND-DATA-USO(WS-IDX) > ZEROS
               MOVE WS-IND-DATA-USO(WS-IDX)     TO WS-DET-USADO
           END-IF

           DISPLAY WS-LINHA-DETALHE
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
       5400-TRATA-RODAPE.
      *----------------------------------------------------------------*
           MOVE WS-CONT-INDICADAS-MES TO WS-TOTINDICADAS
           MOVE WS-CONT-GERADO-MES    TO WS-TOTGERADO
           MOVE WS-VALOR-GERADO-MES   TO WS-TOTGERADO-VAL
           MOVE WS-CONT-USADO-MES     TO WS-TOTUSADO
           MOVE WS-VALOR-USADO-MES    TO WS-TOTUSADO-VAL
           MOVE WS-CONT-PENDENTE      TO WS-TOTPENDENTE
           MOVE WS-VALOR-PENDENTE     TO WS-TOTPENDENTE-VAL
           MOVE WS-CONT-AGUARDANDO    TO WS-TOTAGUARDANDO

           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           DISPLAY WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE1
           DISPLAY WS-RODAPE2
           WRITE REG-RELATORIO FROM WS-RODAPE2
           DISPLAY WS-RODAPE3
           WRITE REG-RELATORIO FROM WS-RODAPE3
           DISPLAY WS-RODAPE4
           WRITE REG-RELATORIO FROM WS-RODAPE4
           DISPLAY WS-RODAPE5
           WRITE REG-RELATORIO FROM WS-RODAPE5
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM INDICACAO.
