      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Front-desk product sales and stock control (water,
      *          supplements, towels). Mode C keeps the product master
      *          PRODUTO.TXT, one row per product and branch (FILIAL)
      *          with price, stock on hand and minimum stock. Mode T
      *          processes PRODTRANS.TXT: V = sale (payment method
      *          D/C/P, optionally tied to a member CPF) and E = goods
      *          received; sales are logged on PRODVEND.TXT, which the
      *          day-close FECHCAIXA adds to its totals by payment
      *          method, and rejected lines go to PRODEXC.TXT. Mode B
      *          prints the low-stock list PRODBAIX.TXT and mode M the
      *          monthly sales by product PRODMES.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. PRODUTO.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
               CONSOLE IS MODO-INPUT.
               CONSOLE IS CODIGO-INPUT.
               CONSOLE IS DADOS-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQACAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CPF
               FILE STATUS IS WS-STATUS-ACAD.

       SELECT ARQPROD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PROD.

       SELECT ARQTRANS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-TRANS.

       SELECT ARQVENDA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-VENDA.

       SELECT ARQEXC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQMES ASSIGN TO DISK
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

       FD ARQPROD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODUTO.TXT".
       01  REG-PRODUTO.
           03 PRD-CODIGO                  PIC 9(04).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 PRD-FILIAL                  PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 PRD-DESCRICAO               PIC X(25).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 PRD-PRECO                   PIC 9(04)V99.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 PRD-ESTOQUE                 PIC 9(05).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 PRD-MINIMO                  PIC 9(05).

       FD ARQTRANS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODTRANS.TXT".
       01  REG-TRANSACAO.
           03 TRN-TIPO                    PIC X(01).
           03 TRN-DATA                    PIC 9(08).
           03 TRN-FILIAL                  PIC 9(02).
           03 TRN-CODIGO                  PIC 9(04).
           03 TRN-QTDE                    PIC 9(05).
           03 TRN-FORMA                   PIC X(01).
           03 TRN-CPF                     PIC 9(11).

       FD ARQVENDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODVEND.TXT".
       01  REG-VENDA.
           03 VEN-DATA.
              05 VEN-ANOMES               PIC 9(06).
              05 VEN-DIA                  PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 VEN-FILIAL                  PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 VEN-CODIGO                  PIC 9(04).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 VEN-QTDE                    PIC 9(05).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 VEN-PRECO                   PIC 9(04)V99.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 VEN-VALOR                   PIC 9(07)V99.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 VEN-FORMA                   PIC X(01).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 VEN-CPF                     PIC 9(11).

       FD ARQEXC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODEXC.TXT".
       01  REG-EXCECAO.
           03 EXC-TIPO                    PIC X(01).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 EXC-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 EXC-FILIAL                  PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 EXC-CODIGO                  PIC 9(04).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 EXC-QTDE                    PIC 9(05).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 EXC-MOTIVO                  PIC X(30).

       FD ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODBAIX.TXT".
       01  REG-RELATORIO                  PIC X(80).

       FD ARQMES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODMES.TXT".
       01  REG-MENSAL                     PIC X(80).

       FD ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA                  PIC 9(08).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRODRUN.TXT".
       01  REG-RUN                        PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-PROD-EOF              PIC X(01) VALUE ' '.
       77  WS-TRANS-EOF             PIC X(01) VALUE ' '.
       77  WS-VENDA-EOF             PIC X(01) VALUE ' '.
       77  WS-STATUS-ACAD           PIC X(02) VALUE ZEROS.
           88 WS-ACAD-OK                VALUE '00'.
       77  WS-STATUS-PROD           PIC X(02) VALUE SPACES.
           88 PROD-OK                   VALUE '00'.
       77  WS-STATUS-TRANS          PIC X(02) VALUE SPACES.
           88 TRANS-OK                  VALUE '00'.
       77  WS-STATUS-VENDA          PIC X(02) VALUE SPACES.
           88 VENDA-OK                  VALUE '00'.
           88 VENDA-NAO-EXISTE          VALUE '35'.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'T'.
       77  WS-CODIGO-PEDIDO         PIC 9(04) VALUE ZEROS.
       77  WS-FILIAL-PEDIDA         PIC 9(02) VALUE ZEROS.
       77  WS-DESCRICAO-PEDIDA      PIC X(25) VALUE SPACES.
       77  WS-PRECO-PEDIDO          PIC 9(04)V99 VALUE ZEROS.
       77  WS-MINIMO-PEDIDO         PIC 9(05) VALUE ZEROS.
       77  WS-QTD-PROD              PIC 9(04) VALUE ZEROS.
       77  WS-IDX-PROD              PIC 9(04) VALUE ZEROS.
       77  WS-PROD-ACHADO           PIC 9(04) VALUE ZEROS.
       77  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77  WS-VALOR-VENDA           PIC 9(07)V99 VALUE ZEROS.
       77  WS-FALTA-ESTOQUE         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-VENDA            PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ENTRADA          PIC 9(05) VALUE ZEROS.
       77  WS-CONT-EXC              PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ACEITA           PIC 9(05) VALUE ZEROS.
       77  WS-CONT-BAIXO            PIC 9(04) VALUE ZEROS.
       77  WS-QTDE-MES              PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-MES             PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTDE-FORA             PIC 9(07) VALUE ZEROS.
       77  WS-VALOR-FORA            PIC 9(09)V99 VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

       01  WS-TAB-PRODUTOS.
           03 WS-PRD-ITEM OCCURS 999 TIMES.
              05 WS-PRD-CODIGO          PIC 9(04).
              05 WS-PRD-FILIAL          PIC 9(02).
              05 WS-PRD-DESCRICAO       PIC X(25).
              05 WS-PRD-PRECO           PIC 9(04)V99.
              05 WS-PRD-ESTOQUE         PIC 9(05).
              05 WS-PRD-MINIMO          PIC 9(05).
              05 WS-PRD-QTDE-MES        PIC 9(07).
              05 WS-PRD-VALOR-MES       PIC 9(09)V99.

       01  WS-DATA-QUEBRA.
           03 WS-DQ-ANO             PIC 9(04).
           03 WS-DQ-MES             PIC 9(02).
           03 WS-DQ-DIA             PIC 9(02).
       01  WS-DATA-QUEBRA-NUM REDEFINES WS-DATA-QUEBRA
                                    PIC 9(08).

       01  WS-BXA-LINHA1.
           03 FILLER                PIC X(25) VALUE SPACES.
           03 FILLER                PIC X(30)
               VALUE 'PRODUTOS COM ESTOQUE BAIXO'.

       01  WS-BXA-COLUNAS.
           03 FILLER PIC X(04) VALUE 'FIL'.
           03 FILLER PIC X(06) VALUE 'COD'.
           03 FILLER PIC X(26) VALUE 'DESCRICAO'.
           03 FILLER PIC X(09) VALUE ' ESTOQUE'.
           03 FILLER PIC X(09) VALUE '  MINIMO'.
           03 FILLER PIC X(09) VALUE '   REPOR'.

       01  WS-BXA-DETALHE.
           03 WS-BXA-FILIAL         PIC 9(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-BXA-CODIGO         PIC 9(04).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-BXA-DESCRICAO      PIC X(25).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-BXA-ESTOQUE        PIC ZZZZ9.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 WS-BXA-MINIMO         PIC ZZZZ9.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 WS-BXA-REPOR          PIC ZZZZ9.

       01  WS-BXA-RODAPE.
           03 FILLER                PIC X(30)
               VALUE 'PRODUTOS ABAIXO DO MINIMO:    '.
           03 WS-BXA-QTD            PIC ZZZ9.

       01  WS-MES-LINHA1.
           03 FILLER                PIC X(20) VALUE SPACES.
           03 FILLER                PIC X(32)
               VALUE 'VENDAS DE PRODUTOS - COMPETENCIA'.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-MES-COMPETENCIA    PIC 9(06).

       01  WS-MES-COLUNAS.
           03 FILLER PIC X(04) VALUE 'FIL'.
           03 FILLER PIC X(06) VALUE 'COD'.
           03 FILLER PIC X(26) VALUE 'DESCRICAO'.
           03 FILLER PIC X(12) VALUE '  QUANTIDADE'.
           03 FILLER PIC X(16) VALUE '           VALOR'.

       01  WS-MES-DETALHE.
           03 WS-MES-FILIAL         PIC 9(02).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-MES-CODIGO         PIC 9(04).
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-MES-DESCRICAO      PIC X(25).
           03 FILLER                PIC X(05) VALUE SPACES.
           03 WS-MES-QTDE           PIC ZZZZZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-MES-VALOR          PIC ZZZZZZZZ9.99.

       01  WS-MES-RODAPE.
           03 FILLER                PIC X(36)
               VALUE 'TOTAL DO MES'.
           03 FILLER                PIC X(04) VALUE SPACES.
           03 WS-MES-TOT-QTDE       PIC ZZZZZZ9.
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-MES-TOT-VALOR      PIC ZZZZZZZZ9.99.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0100-CARREGA-PRODUTOS

               DISPLAY 'MODO (C)ADASTRO, (T)RANSACOES, ESTOQUE '
                       '(B)AIXO OU VENDAS DO (M)ES: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               EVALUATE WS-MODO-EXECUCAO
                   WHEN 'C'
                       PERFORM 2000-SESSAO-CADASTRO
                   WHEN 'B'
                       PERFORM 5000-ESTOQUE-BAIXO
                   WHEN 'M'
                       PERFORM 6000-VENDAS-MES
                   WHEN OTHER
                       PERFORM 3000-PROCESSA-TRANSACOES
               END-EVALUATE

               MOVE 'PRODUTO'         TO WS-RUN-PROGRAMA
               MOVE WS-CONT-ACEITA    TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-EXC       TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN

               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-PRODUTOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPROD
           IF PROD-OK
               PERFORM UNTIL WS-PROD-EOF = 'S'
                   READ ARQPROD
                       AT END
                           MOVE 'S' TO WS-PROD-EOF
                       NOT AT END
                           IF WS-QTD-PROD < 999
                               ADD 1 TO WS-QTD-PROD
                               PERFORM 0110-GUARDA-PRODUTO
                           ELSE
                               DISPLAY 'PRODUTO IGNORADO - LIMITE DE '
                                       '999 EXCEDIDO: ' PRD-CODIGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPROD
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0110-GUARDA-PRODUTO.
      *----------------------------------------------------------------*
           MOVE PRD-CODIGO    TO WS-PRD-CODIGO(WS-QTD-PROD)
           MOVE PRD-FILIAL    TO WS-PRD-FILIAL(WS-QTD-PROD)
           MOVE PRD-DESCRICAO TO WS-PRD-DESCRICAO(WS-QTD-PROD)
           MOVE PRD-PRECO     TO WS-PRD-PRECO(WS-QTD-PROD)
           MOVE PRD-ESTOQUE   TO WS-PRD-ESTOQUE(WS-QTD-PROD)
           MOVE PRD-MINIMO    TO WS-PRD-MINIMO(WS-QTD-PROD)
           MOVE ZEROS         TO WS-PRD-QTDE-MES(WS-QTD-PROD)
           MOVE ZEROS         TO WS-PRD-VALOR-MES(WS-QTD-PROD)
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-LOCALIZA-PRODUTO.
      *----------------------------------------------------------------*
      *    O mesmo codigo existe uma vez por filial, com preco e
      *    estoque proprios.
           MOVE ZEROS TO WS-PROD-ACHADO
           PERFORM VARYING WS-IDX-PROD FROM 1 BY 1
                   UNTIL WS-IDX-PROD > WS-QTD-PROD
               IF WS-PRD-CODIGO(WS-IDX-PROD) = WS-CODIGO-PEDIDO
                  AND WS-PRD-FILIAL(WS-IDX-PROD) = WS-FILIAL-PEDIDA
                   MOVE WS-IDX-PROD TO WS-PROD-ACHADO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SESSAO-CADASTRO.
      *----------------------------------------------------------------*
           PERFORM 2100-LE-CODIGO

           PERFORM UNTIL WS-CODIGO-PEDIDO = ZEROS
               PERFORM 2200-TRATA-PRODUTO
               PERFORM 2100-LE-CODIGO
           END-PERFORM

           IF WS-CONT-ACEITA > ZEROS
               PERFORM 9000-REGRAVA-PRODUTOS
           END-IF

           DISPLAY 'PRODUTOS GRAVADOS : ' WS-CONT-ACEITA
           DISPLAY 'PRODUTOS RECUSADOS: ' WS-CONT-EXC
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LE-CODIGO.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DO PRODUTO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-CODIGO-PEDIDO FROM CODIGO-INPUT
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-TRATA-PRODUTO.
      *----------------------------------------------------------------*
      *    O estoque nao e digitado no cadastro: produto novo nasce
      *    zerado e so muda por entrada de mercadoria ou venda.
           DISPLAY 'FILIAL: '
           ACCEPT WS-FILIAL-PEDIDA FROM DADOS-INPUT

           PERFORM 0300-LOCALIZA-PRODUTO

           IF WS-PROD-ACHADO > ZEROS
               DISPLAY 'PRODUTO EXISTENTE - '
                       WS-PRD-DESCRICAO(WS-PROD-ACHADO)
                       ' ESTOQUE: ' WS-PRD-ESTOQUE(WS-PROD-ACHADO)
           END-IF

           DISPLAY 'DESCRICAO: '
           ACCEPT WS-DESCRICAO-PEDIDA FROM DADOS-INPUT
           DISPLAY 'PRECO DE VENDA: '
           ACCEPT WS-PRECO-PEDIDO FROM DADOS-INPUT
           DISPLAY 'ESTOQUE MINIMO: '
           ACCEPT WS-MINIMO-PEDIDO FROM DADOS-INPUT

           EVALUATE TRUE
               WHEN WS-FILIAL-PEDIDA = ZEROS
                   ADD 1 TO WS-CONT-EXC
                   DISPLAY 'PRODUTO RECUSADO - FILIAL NAO INFORMADA'
               WHEN WS-DESCRICAO-PEDIDA = SPACES
                   ADD 1 TO WS-CONT-EXC
                   DISPLAY 'PRODUTO RECUSADO - DESCRICAO EM BRANCO'
               WHEN WS-PRECO-PEDIDO = ZEROS
                   ADD 1 TO WS-CONT-EXC
                   DISPLAY 'PRODUTO RECUSADO - PRECO ZERADO'
               WHEN WS-PROD-ACHADO = ZEROS AND WS-QTD-PROD >= 999
                   ADD 1 TO WS-CONT-EXC
                   DISPLAY 'PRODUTO RECUSADO - LIMITE DE 999 ATINGIDO'
               WHEN OTHER
                   IF WS-PROD-ACHADO = ZEROS
                       ADD 1 TO WS-QTD-PROD
                       MOVE WS-QTD-PROD TO WS-PROD-ACHADO
                       MOVE ZEROS TO WS-PRD-ESTOQUE(WS-PROD-ACHADO)
                   END-IF
                   MOVE WS-CODIGO-PEDIDO
                       TO WS-PRD-CODIGO(WS-PROD-ACHADO)
                   MOVE WS-FILIAL-PEDIDA
                       TO WS-PRD-FILIAL(WS-PROD-ACHADO)
                   MOVE WS-DESCRICAO-PEDIDA
                       TO WS-PRD-DESCRICAO(WS-PROD-ACHADO)
                   MOVE WS-PRECO-PEDIDO
                       TO WS-PRD-PRECO(WS-PROD-ACHADO)
                   MOVE WS-MINIMO-PEDIDO
                       TO WS-PRD-MINIMO(WS-PROD-ACHADO)
                   ADD 1 TO WS-CONT-ACEITA
                   DISPLAY 'PRODUTO GRAVADO - ' WS-CODIGO-PEDIDO
                           ' FILIAL ' WS-FILIAL-PEDIDA
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-PROCESSA-TRANSACOES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQACAD
           OPEN INPUT ARQTRANS

           IF WS-ACAD-OK AND TRANS-OK
               OPEN EXTEND ARQVENDA
               IF VENDA-NAO-EXISTE
                   OPEN OUTPUT ARQVENDA
               END-IF
               OPEN OUTPUT ARQEXC

               PERFORM UNTIL WS-TRANS-EOF = 'S'
                   READ ARQTRANS
                       AT END
                           MOVE 'S' TO WS-TRANS-EOF
                       NOT AT END
                           PERFORM 3100-TRATA-TRANSACAO
                   END-READ
               END-PERFORM

               CLOSE ARQVENDA  ARQEXC

               IF WS-CONT-ACEITA > ZEROS
                   PERFORM 9000-REGRAVA-PRODUTOS
               END-IF

               DISPLAY 'VENDAS LANCADAS     : ' WS-CONT-VENDA
               DISPLAY 'ENTRADAS LANCADAS   : ' WS-CONT-ENTRADA
               DISPLAY 'TRANSACOES RECUSADAS: ' WS-CONT-EXC
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ROSTER/PRODTRANS'
                   TO WS-RUN-MOTIVO
               MOVE 'PRD001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQUIVOS - STATUS: '
                       WS-STATUS-ACAD ' ' WS-STATUS-TRANS
           END-IF

           CLOSE ARQACAD  ARQTRANS
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-TRATA-TRANSACAO.
      *----------------------------------------------------------------*
           IF TRN-DATA = ZEROS
               MOVE WS-DATA-NEGOCIO TO TRN-DATA
           END-IF

           MOVE TRN-CODIGO TO WS-CODIGO-PEDIDO
           MOVE TRN-FILIAL TO WS-FILIAL-PEDIDA
           PERFORM 0300-LOCALIZA-PRODUTO

           EVALUATE TRUE
               WHEN TRN-TIPO NOT = 'V' AND NOT = 'E'
                   MOVE 'TIPO DE TRANSACAO INVALIDO' TO EXC-MOTIVO
                   PERFORM 3900-GRAVA-EXCECAO
               WHEN WS-PROD-ACHADO = ZEROS
                   MOVE 'PRODUTO NAO CADASTRADO NA FILIAL'
                       TO EXC-MOTIVO
                   PERFORM 3900-GRAVA-EXCECAO
               WHEN TRN-QTDE = ZEROS
                   MOVE 'QUANTIDADE ZERADA' TO EXC-MOTIVO
                   PERFORM 3900-GRAVA-EXCECAO
               WHEN TRN-TIPO = 'E'
                   PERFORM 3200-LANCA-ENTRADA
               WHEN TRN-FORMA NOT = 'D' AND NOT = 'C' AND NOT = 'P'
                   MOVE 'FORMA DE PAGAMENTO INVALIDA' TO EXC-MOTIVO
                   PERFORM 3900-GRAVA-EXCECAO
               WHEN TRN-QTDE > WS-PRD-ESTOQUE(WS-PROD-ACHADO)
                   MOVE 'ESTOQUE INSUFICIENTE' TO EXC-MOTIVO
                   PERFORM 3900-GRAVA-EXCECAO
               WHEN TRN-CPF = ZEROS
                   PERFORM 3300-LANCA-VENDA
               WHEN OTHER
                   MOVE TRN-CPF TO FD-CPF
                   READ ARQACAD
                       KEY IS FD-CPF
                       INVALID KEY
                           MOVE 'CPF NAO CADASTRADO NA ACADEMIA'
                               TO EXC-MOTIVO
                           PERFORM 3900-GRAVA-EXCECAO
                       NOT INVALID KEY
                           PERFORM 3300-LANCA-VENDA
                   END-READ
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-LANCA-ENTRADA.
      *----------------------------------------------------------------*
           IF WS-PRD-ESTOQUE(WS-PROD-ACHADO) + TRN-QTDE > 99999
               MOVE 'ESTOQUE ACIMA DE 99999' TO EXC-MOTIVO
               PERFORM 3900-GRAVA-EXCECAO
           ELSE
               ADD TRN-QTDE TO WS-PRD-ESTOQUE(WS-PROD-ACHADO)
               ADD 1 TO WS-CONT-ENTRADA
               ADD 1 TO WS-CONT-ACEITA
               DISPLAY 'ENTRADA LANCADA - PRODUTO: ' TRN-CODIGO
                       ' FILIAL: ' TRN-FILIAL ' QTDE: ' TRN-QTDE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-LANCA-VENDA.
      *----------------------------------------------------------------*
      *    A venda sai pelo preco de cadastro da filial e fica em
      *    PRODVEND.TXT para o fechamento de caixa do dia.
           COMPUTE WS-VALOR-VENDA =
               WS-PRD-PRECO(WS-PROD-ACHADO) * TRN-QTDE
           SUBTRACT TRN-QTDE FROM WS-PRD-ESTOQUE(WS-PROD-ACHADO)

           MOVE TRN-DATA                     TO VEN-DATA
           MOVE TRN-FILIAL                   TO VEN-FILIAL
           MOVE TRN-CODIGO                   TO VEN-CODIGO
           MOVE TRN-QTDE                     TO VEN-QTDE
           MOVE WS-PRD-PRECO(WS-PROD-ACHADO) TO VEN-PRECO
           MOVE WS-VALOR-VENDA               TO VEN-VALOR
           MOVE TRN-FORMA                    TO VEN-FORMA
           MOVE TRN-CPF                      TO VEN-CPF
           WRITE REG-VENDA

           ADD 1 TO WS-CONT-VENDA
           ADD 1 TO WS-CONT-ACEITA
           DISPLAY 'VENDA LANCADA - PRODUTO: ' TRN-CODIGO
                   ' FILIAL: ' TRN-FILIAL ' VALOR: ' WS-VALOR-VENDA
           .
           EXIT.
      *----------------------------------------------------------------*
       3900-GRAVA-EXCECAO.
      *----------------------------------------------------------------*
           MOVE TRN-TIPO   TO EXC-TIPO
           MOVE TRN-DATA   TO EXC-DATA
           MOVE TRN-FILIAL TO EXC-FILIAL
           MOVE TRN-CODIGO TO EXC-CODIGO
           MOVE TRN-QTDE   TO EXC-QTDE

           DISPLAY 'TRANSACAO REJEITADA - PRODUTO: ' TRN-CODIGO
                   ' MOTIVO: ' EXC-MOTIVO

           WRITE REG-EXCECAO

           ADD 1 TO WS-CONT-EXC
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-ESTOQUE-BAIXO.
      *----------------------------------------------------------------*
      *    Estoque baixo: saldo igual ou abaixo do minimo cadastrado.
      *    A reposicao sugerida leva o saldo ao dobro do minimo.
           OPEN OUTPUT ARQREL

           DISPLAY WS-BXA-LINHA1
           WRITE REG-RELATORIO FROM WS-BXA-LINHA1
           DISPLAY WS-LINHA-DATAS
           WRITE REG-RELATORIO FROM WS-LINHA-DATAS
           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-BXA-COLUNAS
           WRITE REG-RELATORIO FROM WS-BXA-COLUNAS

           PERFORM VARYING WS-IDX-PROD FROM 1 BY 1
                   UNTIL WS-IDX-PROD > WS-QTD-PROD
               IF WS-PRD-ESTOQUE(WS-IDX-PROD) <=
                  WS-PRD-MINIMO(WS-IDX-PROD)
                   COMPUTE WS-FALTA-ESTOQUE =
                       WS-PRD-MINIMO(WS-IDX-PROD) * 2 -
                       WS-PRD-ESTOQUE(WS-IDX-PROD)
                   MOVE WS-PRD-FILIAL(WS-IDX-PROD)    TO WS-BXA-FILIAL
                   MOVE WS-PRD-CODIGO(WS-IDX-PROD)    TO WS-BXA-CODIGO
                   MOVE WS-PRD-DESCRICAO(WS-IDX-PROD)
                       TO WS-BXA-DESCRICAO
                   MOVE WS-PRD-ESTOQUE(WS-IDX-PROD)   TO WS-BXA-ESTOQUE
                   MOVE WS-PRD-MINIMO(WS-IDX-PROD)    TO WS-BXA-MINIMO
                   MOVE WS-FALTA-ESTOQUE              TO WS-BXA-REPOR
                   ADD 1 TO WS-CONT-BAIXO
                   DISPLAY WS-BXA-DETALHE
                   WRITE REG-RELATORIO FROM WS-BXA-DETALHE
               END-IF
           END-PERFORM

           MOVE WS-CONT-BAIXO TO WS-BXA-QTD
           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-BXA-RODAPE
           WRITE REG-RELATORIO FROM WS-BXA-RODAPE

           CLOSE ARQREL

           MOVE WS-CONT-BAIXO TO WS-CONT-ACEITA
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-VENDAS-MES.
      *----------------------------------------------------------------*
      *    Competencia zerada lista o mes da data de negocio.
           DISPLAY 'COMPETENCIA (AAAAMM, ZEROS = MES CORRENTE): '
           ACCEPT WS-COMPETENCIA FROM DADOS-INPUT

           IF WS-COMPETENCIA = ZEROS
               MOVE WS-DATA-NEGOCIO TO WS-DATA-QUEBRA-NUM
               MOVE WS-DATA-QUEBRA-NUM(1:6) TO WS-COMPETENCIA
           END-IF

           OPEN INPUT ARQVENDA
           IF VENDA-OK
               PERFORM UNTIL WS-VENDA-EOF = 'S'
                   READ ARQVENDA
                       AT END
                           MOVE 'S' TO WS-VENDA-EOF
                       NOT AT END
                           IF VEN-ANOMES = WS-COMPETENCIA
                               PERFORM 6100-ACUMULA-VENDA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQVENDA
           END-IF

           OPEN OUTPUT ARQMES

           MOVE WS-COMPETENCIA TO WS-MES-COMPETENCIA
           DISPLAY WS-MES-LINHA1
           WRITE REG-MENSAL FROM WS-MES-LINHA1
           DISPLAY WS-LINHA-DATAS
           WRITE REG-MENSAL FROM WS-LINHA-DATAS
           DISPLAY WS-PONTILHADO
           WRITE REG-MENSAL FROM WS-PONTILHADO
           DISPLAY WS-MES-COLUNAS
           WRITE REG-MENSAL FROM WS-MES-COLUNAS

           PERFORM VARYING WS-IDX-PROD FROM 1 BY 1
                   UNTIL WS-IDX-PROD > WS-QTD-PROD
               IF WS-PRD-QTDE-MES(WS-IDX-PROD) > ZEROS
                   MOVE WS-PRD-FILIAL(WS-IDX-PROD)    TO WS-MES-FILIAL
                   MOVE WS-PRD-CODIGO(WS-IDX-PROD)    TO WS-MES-CODIGO
                   MOVE WS-PRD-DESCRICAO(WS-IDX-PROD)
                       TO WS-MES-DESCRICAO
                   MOVE WS-PRD-QTDE-MES(WS-IDX-PROD)  TO WS-MES-QTDE
                   MOVE WS-PRD-VALOR-MES(WS-IDX-PROD) TO WS-MES-VALOR
                   DISPLAY WS-MES-DETALHE
                   WRITE REG-MENSAL FROM WS-MES-DETALHE
               END-IF
           END-PERFORM

           IF WS-QTDE-FORA > ZEROS
               MOVE ZEROS          TO WS-MES-FILIAL
               MOVE ZEROS          TO WS-MES-CODIGO
               MOVE 'FORA DO CADASTRO ATUAL' TO WS-MES-DESCRICAO
               MOVE WS-QTDE-FORA   TO WS-MES-QTDE
               MOVE WS-VALOR-FORA  TO WS-MES-VALOR
               DISPLAY WS-MES-DETALHE
               WRITE REG-MENSAL FROM WS-MES-DETALHE
           END-IF

           MOVE WS-QTDE-MES  TO WS-MES-TOT-QTDE
           MOVE WS-TOTAL-MES TO WS-MES-TOT-VALOR
           DISPLAY WS-PONTILHADO
           WRITE REG-MENSAL FROM WS-PONTILHADO
           DISPLAY WS-MES-RODAPE
           WRITE REG-MENSAL FROM WS-MES-RODAPE

           CLOSE ARQMES
           .
           EXIT.
      *----------------------------------------------------------------*
       6100-ACUMULA-VENDA.
      *----------------------------------------------------------------*
           MOVE VEN-CODIGO TO WS-CODIGO-PEDIDO
           MOVE VEN-FILIAL TO WS-FILIAL-PEDIDA
           PERFORM 0300-LOCALIZA-PRODUTO

           IF WS-PROD-ACHADO > ZEROS
               ADD VEN-QTDE  TO WS-PRD-QTDE-MES(WS-PROD-ACHADO)
               ADD VEN-VALOR TO WS-PRD-VALOR-MES(WS-PROD-ACHADO)
           ELSE
               ADD VEN-QTDE  TO WS-QTDE-FORA
               ADD VEN-VALOR TO WS-VALOR-FORA
           END-IF

           ADD VEN-QTDE  TO WS-QTDE-MES
           ADD VEN-VALOR TO WS-TOTAL-MES
           ADD 1         TO WS-CONT-ACEITA
           .
           EXIT.
      *----------------------------------------------------------------*
       9000-REGRAVA-PRODUTOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQPROD

           PERFORM VARYING WS-IDX-PROD FROM 1 BY 1
                   UNTIL WS-IDX-PROD > WS-QTD-PROD
               MOVE WS-PRD-CODIGO(WS-IDX-PROD)    TO PRD-CODIGO
               MOVE WS-PRD-FILIAL(WS-IDX-PROD)    TO PRD-FILIAL
               MOVE WS-PRD-DESCRICAO(WS-IDX-PROD) TO PRD-DESCRICAO
               MOVE WS-PRD-PRECO(WS-IDX-PROD)     TO PRD-PRECO
               MOVE WS-PRD-ESTOQUE(WS-IDX-PROD)   TO PRD-ESTOQUE
               MOVE WS-PRD-MINIMO(WS-IDX-PROD)    TO PRD-MINIMO
               WRITE REG-PRODUTO
           END-PERFORM

           CLOSE ARQPROD
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM PRODUTO.
