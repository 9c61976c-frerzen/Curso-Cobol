      *          match the plan and the plan must be active, so a
      *          front-desk typo lands on PAGEXC.TXT instead of the
      *          ledger.
      *          Referrals registered on INDICA.TXT now pay out here:
      *          the new member's first payment turns the referral into
      *          a credit for the referrer, and the referrer's next
      *          payment is posted net of every pending credit it
      *          covers.
      *          A payment may carry a promotional campaign code of
      *          CAMPANHA.TXT: inside the campaign window and for the
      *          plans it covers, the plan value net of the campaign
      *          discount is accepted, and each use is logged on
      *          CAMPUSO.TXT for the campaign performance report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PLANOS.

       SELECT ARQIND ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-IND.

       SELECT ARQCAMP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CAMP.

       SELECT ARQUSO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-USO.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

           03 PAG-PLANO                   PIC 9(02).
           03 PAG-FORMA                   PIC X(01).
           03 PAG-FILIAL                  PIC 9(02).
           03 PAG-CAMPANHA                PIC X(06).

       FD ARQLEDGER
           LABEL RECORD STANDARD
           03 PLA-ATIVO                   PIC X(01).
           03 FILLER                      PIC X(01).
           03 PLA-DESCRICAO               PIC X(20).
           03 FILLER                      PIC X(04).

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

       FD ARQCAMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CAMPANHA.TXT".
       01  REG-CAMPANHA.
           03 CMP-CODIGO                  PIC X(06).
           03 FILLER                      PIC X(01).
           03 CMP-DESCRICAO               PIC X(20).
           03 FILLER                      PIC X(01).
           03 CMP-TIPO                    PIC X(01).
           03 FILLER                      PIC X(01).
           03 CMP-DESCONTO                PIC 9(04)V99.
           03 FILLER                      PIC X(01).
           03 CMP-INICIO                  PIC 9(08).
           03 FILLER                      PIC X(01).
           03 CMP-FIM                     PIC 9(08).
           03 FILLER                      PIC X(01).
           03 CMP-PLANOS.
              05 CMP-PLANO OCCURS 10 TIMES PIC 9(02).

       FD ARQUSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CAMPUSO.TXT".
       01  REG-USO-CAMPANHA.
           03 USO-CAMPANHA                PIC X(06).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 USO-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 USO-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 USO-PLANO                   PIC 9(02).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 USO-VALOR-PLANO             PIC 9(06)V99.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 USO-DESCONTO                PIC 9(06)V99.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 USO-VALOR-PAGO              PIC 9(06)V99.

       FD ARQRUN
           LABEL RECORD STANDARD
           88 PLANO-INEXISTENTE         VALUE 'X'.
           88 PLANO-INATIVO             VALUE 'I'.
           88 PLANO-DIVERGENTE          VALUE 'D'.
           88 CAMPANHA-INEXISTENTE      VALUE 'K'.
           88 CAMPANHA-FORA-VIGENCIA    VALUE 'F'.
           88 CAMPANHA-OUTRO-PLANO      VALUE 'N'.
       77  WS-STATUS-IND            PIC X(02) VALUE SPACES.
           88 IND-OK                    VALUE '00'.
       77  WS-IND-EOF               PIC X(01) VALUE ' '.
       77  WS-QTD-IND               PIC 9(04) VALUE ZEROS.
       77  WS-IND-ESTOURO           PIC X(01) VALUE 'N'.
       77  WS-IDX-IND               PIC 9(04) VALUE ZEROS.
       77  WS-VALOR-LIQUIDO         PIC 9(06)V99 VALUE ZEROS.
       77  WS-CONT-CRED-GERADO      PIC 9(05) VALUE ZEROS.
       77  WS-CONT-CRED-USADO       PIC 9(05) VALUE ZEROS.
       77  WS-STATUS-CAMP           PIC X(02) VALUE SPACES.
           88 CAMP-OK                   VALUE '00'.
       77  WS-STATUS-USO            PIC X(02) VALUE SPACES.
           88 USO-NAO-EXISTE            VALUE '35'.
       77  WS-CAMP-EOF              PIC X(01) VALUE ' '.
       77  WS-QTD-CAMP              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-CAMP              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-CAMP-PLANO        PIC 9(02) VALUE ZEROS.
       77  WS-CAMP-ACHADA           PIC 9(03) VALUE ZEROS.
       77  WS-CAMP-PLANO-OK         PIC X(01) VALUE 'N'.
       77  WS-CAMP-APLICADA         PIC X(01) VALUE 'N'.
       77  WS-VALOR-ESPERADO        PIC 9(06)V99 VALUE ZEROS.
       77  WS-DESCONTO-CAMP         PIC 9(06)V99 VALUE ZEROS.
       77  WS-CONT-CAMPANHA         PIC 9(05) VALUE ZEROS.

       01  WS-TAB-PLANOS.
           03 WS-PLA-ITEM OCCURS 99 TIMES.
              05 WS-PLA-VALOR           PIC 9(06)V99.
              05 WS-PLA-ATIVO           PIC X(01).

       01  WS-TAB-INDICACAO.
           03 WS-IND-ITEM OCCURS 3000 TIMES.
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

       01  WS-TAB-CAMPANHAS.
           03 WS-CMP-ITEM OCCURS 99 TIMES.
              05 WS-CMP-CODIGO          PIC X(06).
              05 WS-CMP-TIPO            PIC X(01).
              05 WS-CMP-DESCONTO        PIC 9(04)V99.
              05 WS-CMP-INICIO          PIC 9(08).
              05 WS-CMP-FIM             PIC 9(08).
              05 WS-CMP-PLANOS.
                 07 WS-CMP-PLANO OCCURS 10 TIMES PIC 9(02).

           COPY RUNSUMARIO.

           COPY DATAPROC.

               PERFORM 9550-CARREGA-CALENDARIO
               PERFORM 0100-CARREGA-PLANOS
               PERFORM 0200-CARREGA-INDICACOES
               PERFORM 0300-CARREGA-CAMPANHAS

               OPEN I-O ARQACAD
               OPEN INPUT ARQPAG
                       OPEN OUTPUT ARQLEDGER
                   END-IF
                   OPEN OUTPUT ARQEXC
                   OPEN EXTEND ARQUSO
                   IF USO-NAO-EXISTE
                       OPEN OUTPUT ARQUSO
                   END-IF

                   PERFORM 1000-LER-ARQUIVO


                   DISPLAY 'PAGAMENTOS LANCADOS : ' WS-CONT-PAGO
                   DISPLAY 'PAGAMENTOS REJEITADOS: ' WS-CONT-EXC
                   DISPLAY 'CREDITOS DE INDICACAO GERADOS: '
                           WS-CONT-CRED-GERADO
                   DISPLAY 'CREDITOS DE INDICACAO USADOS : '
                           WS-CONT-CRED-USADO
                   DISPLAY 'PAGAMENTOS COM CAMPANHA      : '
                           WS-CONT-CAMPANHA

                   CLOSE ARQLEDGER    ARQEXC    ARQUSO

                   PERFORM 3000-REGRAVA-INDICACOES
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR ROSTER/PAGTRANS'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-INDICACOES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQIND
           IF IND-OK
               PERFORM UNTIL WS-IND-EOF = 'S'
                   READ ARQIND
                       AT END
                           MOVE 'S' TO WS-IND-EOF
                       NOT AT END
                           IF WS-QTD-IND < 3000
                               ADD 1 TO WS-QTD-IND
                               PERFORM 0210-GUARDA-INDICACAO
                           ELSE
                               MOVE 'S' TO WS-IND-ESTOURO
                               DISPLAY 'INDICACAO IGNORADA - LIMITE DE '
                                       '3000 EXCEDIDO: ' IND-CPF-NOVO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQIND
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0210-GUARDA-INDICACAO.
      *----------------------------------------------------------------*
           MOVE IND-CPF-NOVO      TO WS-IND-CPF-NOVO(WS-QTD-IND)
           MOVE IND-CPF-INDICADOR TO WS-IND-CPF-INDICADOR(WS-QTD-IND)
           MOVE IND-DATA-CADASTRO TO WS-IND-DATA-CADASTRO(WS-QTD-IND)
           MOVE IND-SITUACAO      TO WS-IND-SITUACAO(WS-QTD-IND)
           MOVE IND-VALOR-CREDITO TO WS-IND-VALOR-CREDITO(WS-QTD-IND)
           MOVE IND-DATA-CREDITO  TO WS-IND-DATA-CREDITO(WS-QTD-IND)
           MOVE IND-DATA-USO      TO WS-IND-DATA-USO(WS-QTD-IND)
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-CAMPANHAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCAMP
           IF CAMP-OK
               PERFORM UNTIL WS-CAMP-EOF = 'S'
                   READ ARQCAMP
                       AT END
                           MOVE 'S' TO WS-CAMP-EOF
                       NOT AT END
                           IF WS-QTD-CAMP < 99
                               ADD 1 TO WS-QTD-CAMP
                               MOVE CMP-CODIGO
                                   TO WS-CMP-CODIGO(WS-QTD-CAMP)
                               MOVE CMP-TIPO
                                   TO WS-CMP-TIPO(WS-QTD-CAMP)
                               MOVE CMP-DESCONTO
                                   TO WS-CMP-DESCONTO(WS-QTD-CAMP)
                               MOVE CMP-INICIO
                                   TO WS-CMP-INICIO(WS-QTD-CAMP)
                               MOVE CMP-FIM
                                   TO WS-CMP-FIM(WS-QTD-CAMP)
                               MOVE CMP-PLANOS
                                   TO WS-CMP-PLANOS(WS-QTD-CAMP)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCAMP
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-LER-ARQUIVO.
      *----------------------------------------------------------------*
                   MOVE 'VALOR/MESES DIVERGEM DO PLANO'
                       TO EXC-MOTIVO
                   PERFORM 2900-GRAVA-EXCECAO
               WHEN CAMPANHA-INEXISTENTE
                   MOVE 'CAMPANHA NAO CADASTRADA' TO EXC-MOTIVO
                   PERFORM 2900-GRAVA-EXCECAO
               WHEN CAMPANHA-FORA-VIGENCIA
                   MOVE 'CAMPANHA FORA DA VIGENCIA' TO EXC-MOTIVO
                   PERFORM 2900-GRAVA-EXCECAO
               WHEN CAMPANHA-OUTRO-PLANO
                   MOVE 'CAMPANHA NAO VALE PARA O PLANO'
                       TO EXC-MOTIVO
                   PERFORM 2900-GRAVA-EXCECAO
               WHEN OTHER
                   PERFORM 2010-APLICA-PAGAMENTO
           END-EVALUATE
                   PERFORM 2900-GRAVA-EXCECAO
               NOT INVALID KEY
                   PERFORM 2100-ESTENDE-VALIDADE
                   PERFORM 2150-APLICA-CREDITOS
                   PERFORM 2200-GRAVA-LEDGER
                   PERFORM 2160-GERA-CREDITO
                   PERFORM 2170-GRAVA-USO-CAMPANHA
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
      *    Sem PLANOS.TXT a validacao e desligada (PLANO-VALIDO), para
      *    a cadeia nao parar no dia em que o master ainda nao existe.
      *    Com codigo de campanha o valor esperado e o do plano menos
      *    o desconto da campanha.
           SET PLANO-VALIDO TO TRUE
           MOVE 'N'   TO WS-CAMP-APLICADA
           MOVE ZEROS TO WS-DESCONTO-CAMP

           IF WS-QTD-PLANO > ZEROS
               SET PLANO-INEXISTENTE TO TRUE
                       IF WS-PLA-ATIVO(WS-IDX-PLANO) NOT = 'S'
                           SET PLANO-INATIVO TO TRUE
                       ELSE
                           SET PLANO-VALIDO TO TRUE
                           MOVE WS-PLA-VALOR(WS-IDX-PLANO)
                               TO WS-VALOR-ESPERADO
                           IF PAG-CAMPANHA NOT = SPACES
                               PERFORM 2060-VALIDA-CAMPANHA
                           END-IF
                           IF PLANO-VALIDO
                               IF PAG-MESES = WS-PLA-MESES(WS-IDX-PLANO)
                                  AND PAG-VALOR = WS-VALOR-ESPERADO
                                   CONTINUE
                               ELSE
                                   SET PLANO-DIVERGENTE TO TRUE
                                   MOVE 'N' TO WS-CAMP-APLICADA
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2060-VALIDA-CAMPANHA.
      *----------------------------------------------------------------*
      *    Lista de planos zerada vale para todos os planos. Desconto
      *    tipo P e percentual do valor do plano, tipo V e valor fixo,
      *    nunca maior que o proprio plano.
           MOVE ZEROS TO WS-CAMP-ACHADA
           PERFORM VARYING WS-IDX-CAMP FROM 1 BY 1
                   UNTIL WS-IDX-CAMP > WS-QTD-CAMP
               IF WS-CMP-CODIGO(WS-IDX-CAMP) = PAG-CAMPANHA
                   MOVE WS-IDX-CAMP TO WS-CAMP-ACHADA
               END-IF
           END-PERFORM

           IF WS-CAMP-ACHADA = ZEROS
               SET CAMPANHA-INEXISTENTE TO TRUE
           ELSE
               MOVE 'N' TO WS-CAMP-PLANO-OK
               IF WS-CMP-PLANOS(WS-CAMP-ACHADA) = ZEROS
                  OR WS-CMP-PLANOS(WS-CAMP-ACHADA) = SPACES
                   MOVE 'S' TO WS-CAMP-PLANO-OK
               END-IF
               PERFORM VARYING WS-IDX-CAMP-PLANO FROM 1 BY 1
                       UNTIL WS-IDX-CAMP-PLANO > 10
                   IF WS-CMP-PLANO(WS-CAMP-ACHADA, WS-IDX-CAMP-PLANO)
                      = PAG-PLANO
                       MOVE 'S' TO WS-CAMP-PLANO-OK
                   END-IF
               END-PERFORM

               EVALUATE TRUE
                   WHEN PAG-DATA < WS-CMP-INICIO(WS-CAMP-ACHADA)
                     OR PAG-DATA > WS-CMP-FIM(WS-CAMP-ACHADA)
                       SET CAMPANHA-FORA-VIGENCIA TO TRUE
                   WHEN WS-CAMP-PLANO-OK = 'N'
                       SET CAMPANHA-OUTRO-PLANO TO TRUE
                   WHEN OTHER
                       IF WS-CMP-TIPO(WS-CAMP-ACHADA) = 'P'
                           COMPUTE WS-DESCONTO-CAMP ROUNDED =
                               WS-VALOR-ESPERADO *
                               WS-CMP-DESCONTO(WS-CAMP-ACHADA) / 100
                       ELSE
                           MOVE WS-CMP-DESCONTO(WS-CAMP-ACHADA)
                               TO WS-DESCONTO-CAMP
                       END-IF
                       IF WS-DESCONTO-CAMP > WS-VALOR-ESPERADO
                           MOVE WS-VALOR-ESPERADO TO WS-DESCONTO-CAMP
                       END-IF
                       SUBTRACT WS-DESCONTO-CAMP FROM WS-VALOR-ESPERADO
                       MOVE 'S' TO WS-CAMP-APLICADA
               END-EVALUATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-ESTENDE-VALIDADE.
      *----------------------------------------------------------------*
           END-REWRITE
           .
           EXIT.
      *----------------------------------------------------------------*
       2150-APLICA-CREDITOS.
      *----------------------------------------------------------------*
      *    Cada credito de indicacao pendente do pagador abate o valor
      *    lancado enquanto couber inteiro; o que nao cabe fica para o
      *    pagamento seguinte.
           MOVE PAG-VALOR TO WS-VALOR-LIQUIDO

           PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                   UNTIL WS-IDX-IND > WS-QTD-IND
               IF WS-IND-CPF-INDICADOR(WS-IDX-IND) = PAG-CPF
                  AND IND-CREDITO-GERADO(WS-IDX-IND)
                  AND WS-IND-VALOR-CREDITO(WS-IDX-IND)
                      <= WS-VALOR-LIQUIDO
                   SUBTRACT WS-IND-VALOR-CREDITO(WS-IDX-IND)
                       FROM WS-VALOR-LIQUIDO
                   SET IND-CREDITO-USADO(WS-IDX-IND) TO TRUE
                   MOVE PAG-DATA TO WS-IND-DATA-USO(WS-IDX-IND)
                   ADD 1 TO WS-CONT-CRED-USADO
                   DISPLAY 'CREDITO DE INDICACAO ABATIDO - CPF: '
                           PAG-CPF ' INDICADO: '
                           WS-IND-CPF-NOVO(WS-IDX-IND)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2160-GERA-CREDITO.
      *----------------------------------------------------------------*
      *    O primeiro pagamento do aluno indicado vira credito para
      *    quem o indicou.
           PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                   UNTIL WS-IDX-IND > WS-QTD-IND
               IF WS-IND-CPF-NOVO(WS-IDX-IND) = PAG-CPF
                  AND IND-AGUARDA-PAGAMENTO(WS-IDX-IND)
                   SET IND-CREDITO-GERADO(WS-IDX-IND) TO TRUE
                   MOVE PAG-DATA TO WS-IND-DATA-CREDITO(WS-IDX-IND)
                   ADD 1 TO WS-CONT-CRED-GERADO
                   DISPLAY 'CREDITO DE INDICACAO GERADO - CPF: '
                           WS-IND-CPF-INDICADOR(WS-IDX-IND)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2170-GRAVA-USO-CAMPANHA.
      *----------------------------------------------------------------*
           IF WS-CAMP-APLICADA = 'S'
               MOVE PAG-CAMPANHA      TO USO-CAMPANHA
               MOVE PAG-CPF           TO USO-CPF
               MOVE PAG-DATA          TO USO-DATA
               MOVE PAG-PLANO         TO USO-PLANO
               COMPUTE USO-VALOR-PLANO =
                   PAG-VALOR + WS-DESCONTO-CAMP
               MOVE WS-DESCONTO-CAMP  TO USO-DESCONTO
               MOVE WS-VALOR-LIQUIDO  TO USO-VALOR-PAGO

               WRITE REG-USO-CAMPANHA

               ADD 1 TO WS-CONT-CAMPANHA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-GRAVA-LEDGER.
      *----------------------------------------------------------------*
           MOVE PAG-CPF               TO LED-CPF
           MOVE PAG-DATA              TO LED-DATA
           MOVE WS-VALOR-LIQUIDO      TO LED-VALOR
           MOVE PAG-MESES             TO LED-MESES
           MOVE WS-VALIDADE-NOVA-NUM  TO LED-NOVA-VALIDADE
           MOVE PAG-PLANO             TO LED-PLANO
           ADD 1 TO WS-CONT-EXC
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-REGRAVA-INDICACOES.
      *----------------------------------------------------------------*
      *    Com a tabela cheia o INDICA.TXT nao e regravado: a regravacao
      *    so com a tabela apagaria as indicacoes que nao couberam.
           EVALUATE TRUE
               WHEN WS-IND-ESTOURO = 'S'
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'INDICA.TXT ACIMA DO LIMITE'  TO WS-RUN-MOTIVO
                   MOVE 'PAG002' TO WS-RUN-CODIGO
                   DISPLAY 'INDICA.TXT NAO REGRAVADO - LIMITE DE 3000 '
                           'INDICACOES EXCEDIDO; CREDITOS DESTA RODADA '
                           'NAO FORAM BAIXADOS NO ARQUIVO'
               WHEN WS-CONT-CRED-GERADO > ZEROS
                 OR WS-CONT-CRED-USADO > ZEROS
                   OPEN OUTPUT ARQIND
                   PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                           UNTIL WS-IDX-IND > WS-QTD-IND
                       MOVE WS-IND-CPF-NOVO(WS-IDX-IND)
                                                 TO IND-CPF-NOVO
                       MOVE WS-IND-CPF-INDICADOR(WS-IDX-IND)
                                                 TO IND-CPF-INDICADOR
                       MOVE WS-IND-DATA-CADASTRO(WS-IDX-IND)
                                                 TO IND-DATA-CADASTRO
                       MOVE WS-IND-SITUACAO(WS-IDX-IND)
                                                 TO IND-SITUACAO
                       MOVE WS-IND-VALOR-CREDITO(WS-IDX-IND)
                                                 TO IND-VALOR-CREDITO
                       MOVE WS-IND-DATA-CREDITO(WS-IDX-IND)
                                                 TO IND-DATA-CREDITO
                       MOVE WS-IND-DATA-USO(WS-IDX-IND)
                                                 TO IND-DATA-USO
                       WRITE REG-INDICACAO
                   END-PERFORM
                   CLOSE ARQIND
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY MENSAGEM-PROC.
      *----------------------------------------------------------------*
