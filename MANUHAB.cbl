      *          finally count households -
      *          populacao inicial, nascimentos/chegadas, obitos/
      *          remocoes, correcoes e populacao final.
      *          An obito of someone on the voter register TITULOS.TXT
      *          (matched by the census CPF) also queues a
      *          cancellation on TITTRANS.TXT for MANUTIT, so the
      *          deceased stop being drafted and convoked.
      *          Each habitante also carries his monthly income,
      *          taken on the (N)ascimento/chegada and kept up to date
      *          by the (R)enda transaction (zero is a valid income;
      *          blank means not informed), for the social-benefit
      *          eligibility list of ELEGSOC.
      *          Every change of household or district - a (C)orrecao
      *          that moves the resident, an arrival from outside the
      *          municipality (N with migration flag 'M', or any N of
      *          someone older than a newborn when the flag is blank)
      *          and a departure to outside (O with flag 'M') - is
      *          appended with its effective date to MUDHIST.TXT for
      *          the annual migration report MIGRREL, and HABMOV.TXT
      *          shows migration apart from births and deaths.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DOM.

       SELECT ARQTIT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-TIT.

       SELECT ARQTITTR ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-TITTR.

       SELECT ARQMUD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-MUD.

       SELECT ARQREJ ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

              88 TRANS-OBITO          VALUE 'O'.
              88 TRANS-CORRECAO       VALUE 'C'.
              88 TRANS-DOMICILIO      VALUE 'D'.
              88 TRANS-RENDA          VALUE 'R'.
           03 TRN-CPF             PIC 9(11).
           03 TRN-DATANASC        PIC 9(08).
           03 TRN-SEXO            PIC X(01).
           03 TRN-DOMICILIO       PIC 9(05).
           03 TRN-ENDERECO        PIC X(30).
           03 TRN-BAIRRO          PIC 9(03).
           03 TRN-RENDA-X         PIC X(09).
           03 TRN-RENDA REDEFINES TRN-RENDA-X
                                  PIC 9(07)V99.
           03 TRN-MIGRACAO        PIC X(01).
              88 MOV-MIGRACAO         VALUE 'M'.
              88 MOV-NATURAL          VALUE 'N'.
           03 TRN-DATA-EFET-X     PIC X(08).
           03 TRN-DATA-EFET REDEFINES TRN-DATA-EFET-X
                                  PIC 9(08).

       FD  ARQHAB
           LABEL RECORD STANDARD
           03 FD-SEXO             PIC X(01).
           03 FD-DOMICILIO        PIC 9(05).
           03 FD-BAIRRO           PIC 9(03).
           03 FD-RENDA-X          PIC X(09).
           03 FD-RENDA REDEFINES FD-RENDA-X
                                  PIC 9(07)V99.

       FD  ARQDOM
           LABEL RECORD STANDARD
           03 FILLER              PIC X(01) VALUE SPACE.
           03 DOM-ENDERECO        PIC X(30).

       FD  ARQTIT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TITULOS.TXT".
       01  REG-TITULO-REG.
           03 TITR-NUMERO         PIC 9(03).
           03 TITR-NOME           PIC X(10).
           03 TITR-LOCAL          PIC X(05).
           03 TITR-CPF            PIC 9(11).

       FD  ARQTITTR
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TITTRANS.TXT".
       01  REG-TRANS-TITULO.
           03 TTR-CODE            PIC X(01).
           03 TTR-NUMERO          PIC 9(03).
           03 TTR-NOME            PIC X(10).
           03 TTR-LOCAL           PIC X(05).
           03 TTR-USUARIO         PIC X(08).
           03 TTR-MOTIVO          PIC X(20).
           03 TTR-CPF             PIC 9(11).

      *    Historico de movimentacao: (M)udanca dentro do municipio,
      *    (E)ntrada de fora, (S)aida para fora. Origem zerada na
      *    entrada, destino zerado na saida.
       FD  ARQMUD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MUDHIST.TXT".
       01  REG-MUDANCA.
           03 MHI-DATA            PIC 9(08).
           03 FILLER              PIC X(01).
           03 MHI-CPF             PIC 9(11).
           03 FILLER              PIC X(01).
           03 MHI-TIPO            PIC X(01).
           03 FILLER              PIC X(01).
           03 MHI-DOM-ORIG        PIC 9(05).
           03 FILLER              PIC X(01).
           03 MHI-BAI-ORIG        PIC 9(03).
           03 FILLER              PIC X(01).
           03 MHI-DOM-DEST        PIC 9(05).
           03 FILLER              PIC X(01).
           03 MHI-BAI-DEST        PIC 9(03).
           03 FILLER              PIC X(01).
           03 MHI-DATA-REG        PIC 9(08).

       FD  ARQREJ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HABTREJ.TXT".
       77  WS-DOM-ACHADO            PIC X(01) VALUE 'N'.
           88 DOMICILIO-EXISTE          VALUE 'S'.
       77  CONT-DOMICILIO           PIC 9(05) VALUE ZEROS.
       77  WS-STATUS-TIT            PIC X(02) VALUE SPACES.
           88 TIT-OK                    VALUE '00'.
       77  WS-STATUS-TITTR          PIC X(02) VALUE SPACES.
           88 TITTR-NAO-EXISTE          VALUE '35'.
       77  WS-TIT-EOF               PIC X(01) VALUE ' '.
       77  WS-TITTR-ABERTO          PIC X(01) VALUE 'N'.
       77  WS-QTD-ELEITOR           PIC 9(03) VALUE ZEROS.
       77  WS-IDX-ELEITOR           PIC 9(03) VALUE ZEROS.
       77  CONT-CANC-ELEITOR        PIC 9(05) VALUE ZEROS.
       77  CONT-RENDA               PIC 9(05) VALUE ZEROS.
       77  CONT-CHEGADA             PIC 9(05) VALUE ZEROS.
       77  CONT-SAIDA               PIC 9(05) VALUE ZEROS.
       77  CONT-MUDANCA             PIC 9(05) VALUE ZEROS.
       77  WS-STATUS-MUD            PIC X(02) VALUE SPACES.
           88 MUD-NAO-EXISTE            VALUE '35'.
       77  WS-MUD-ABERTO            PIC X(01) VALUE 'N'.
       77  WS-DATA-EFETIVA          PIC 9(08) VALUE ZEROS.
       77  WS-DATA-OK               PIC X(01) VALUE 'S'.
       77  WS-DOM-ANTERIOR          PIC 9(05) VALUE ZEROS.
       77  WS-BAI-ANTERIOR          PIC 9(03) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

       01  WS-TAB-ELEITOR.
           03 WS-ELE-ITEM OCCURS 500 TIMES.
              05 WS-ELE-NUMERO      PIC 9(03).
              05 WS-ELE-NOME        PIC X(10).
              05 WS-ELE-CPF         PIC 9(11).

       01  WS-TAB-DOMICILIO.
           03 WS-DOM-ITEM OCCURS 500 TIMES.
              05 WS-DOM-ID          PIC 9(05).
              05 WS-HAB-SEXO        PIC X(01).
              05 WS-HAB-DOMICILIO   PIC 9(05).
              05 WS-HAB-BAIRRO      PIC 9(03).
              05 WS-HAB-RENDA-X     PIC X(09).
              05 WS-HAB-ATIVO       PIC X(01).

       01  WS-MOV-TITULO.
           MAIN-PROCEDURE.
               PERFORM 0500-CARREGA-MESTRE
               PERFORM 0600-CARREGA-DOMICILIOS
               PERFORM 0700-CARREGA-ELEITORES

               OPEN INPUT ARQTRANS

                   END-PERFORM

                   CLOSE ARQTRANS  ARQREJ
                   IF WS-TITTR-ABERTO = 'S'
                       CLOSE ARQTITTR
                   END-IF
                   IF WS-MUD-ABERTO = 'S'
                       CLOSE ARQMUD
                   END-IF

                   PERFORM 5000-REGRAVA-MESTRE
                   PERFORM 5500-REGRAVA-DOMICILIOS
                   DISPLAY 'REJEITADAS       : ' CONT-REJEITADO
                   DISPLAY 'POPULACAO FINAL  : ' CONT-FINAL
                   DISPLAY 'DOMICILIOS MANT. : ' CONT-DOMICILIO
                   DISPLAY 'CANC. ELEITORAIS : ' CONT-CANC-ELEITOR
                   DISPLAY 'RENDAS INFORMADAS: ' CONT-RENDA
                   DISPLAY 'CHEGADAS DE FORA : ' CONT-CHEGADA
                   DISPLAY 'SAIDAS P/ FORA   : ' CONT-SAIDA
                   DISPLAY 'MUDANCAS INTERNAS: ' CONT-MUDANCA
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR HABTRANS.TXT' TO WS-RUN-MOTIVO
               MOVE 'MANUHAB'          TO WS-RUN-PROGRAMA
               COMPUTE WS-RUN-PROCESSADOS =
                   CONT-NASCIMENTO + CONT-OBITO + CONT-CORRECAO
                 + CONT-RENDA
               MOVE CONT-REJEITADO     TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN

               MOVE FD-SEXO      TO WS-HAB-SEXO(WS-IDX-HAB)
               MOVE FD-DOMICILIO TO WS-HAB-DOMICILIO(WS-IDX-HAB)
               MOVE FD-BAIRRO    TO WS-HAB-BAIRRO(WS-IDX-HAB)
               MOVE FD-RENDA-X   TO WS-HAB-RENDA-X(WS-IDX-HAB)
               MOVE 'S'          TO WS-HAB-ATIVO(WS-IDX-HAB)
           ELSE
               DISPLAY 'HABITANTE IGNORADO - LIMITE DE 2000 '
                       TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               ELSE
                   PERFORM 2200-DATA-EFETIVA
               END-IF

               IF CPF-OK AND WS-DATA-OK = 'N'
                   MOVE 'DATA EFETIVA INVALIDA' TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               END-IF

               IF CPF-OK AND WS-DATA-OK = 'S'
                   PERFORM 2100-BUSCA-HABITANTE

                   EVALUATE TRUE
                           PERFORM 3200-OBITO
                       WHEN TRANS-CORRECAO
                           PERFORM 3100-CORRECAO
                       WHEN TRANS-RENDA
                           PERFORM 3300-RENDA
                       WHEN OTHER
                           MOVE 'CODIGO DE TRANSACAO INVALIDO'
                               TO WS-MOTIVO-REJ
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-DATA-EFETIVA.
      *----------------------------------------------------------------*
      *    Data em que a mudanca/chegada/saida aconteceu; em branco
      *    vale a data do processamento. Mesma critica da data de
      *    nascimento: calendario valido e nao futura.
           MOVE 'S' TO WS-DATA-OK
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-EFETIVA

           IF TRN-DATA-EFET IS NUMERIC AND TRN-DATA-EFET > ZEROS
               MOVE TRN-DATA-EFET TO WS-NASC-ENTRADA
               PERFORM 9600-CALCULA-IDADE
               IF NASC-OK
                   MOVE TRN-DATA-EFET TO WS-DATA-EFETIVA
               ELSE
                   MOVE 'N' TO WS-DATA-OK
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-NASCIMENTO.
      *----------------------------------------------------------------*
                       TO WS-HAB-DOMICILIO(WS-IDX-HAB)
                   MOVE TRN-BAIRRO
                       TO WS-HAB-BAIRRO(WS-IDX-HAB)
                   IF TRN-RENDA IS NUMERIC
                       MOVE TRN-RENDA-X
                           TO WS-HAB-RENDA-X(WS-IDX-HAB)
                   ELSE
                       MOVE SPACES TO WS-HAB-RENDA-X(WS-IDX-HAB)
                   END-IF
                   MOVE 'S'           TO WS-HAB-ATIVO(WS-IDX-HAB)
                   ADD 1 TO CONT-NASCIMENTO
                   DISPLAY 'INCLUIDO: ' TRN-CPF
      *            Sem indicador, quem ja chega com idade nao nasceu
      *            aqui - conta como chegada de fora do municipio.
                   IF MOV-MIGRACAO
                      OR (TRN-MIGRACAO = SPACE AND WS-IDADE-CALC > 0)
                       ADD 1 TO CONT-CHEGADA
                       MOVE SPACES        TO REG-MUDANCA
                       MOVE 'E'           TO MHI-TIPO
                       MOVE ZEROS         TO MHI-DOM-ORIG
                                             MHI-BAI-ORIG
                       MOVE TRN-DOMICILIO TO MHI-DOM-DEST
                       MOVE TRN-BAIRRO    TO MHI-BAI-DEST
                       PERFORM 3700-GRAVA-MUDANCA
                   END-IF
           END-EVALUATE
           .
           EXIT.
               END-IF

               IF WS-CORRECAO-OK = 'S'
                   MOVE WS-HAB-DOMICILIO(WS-IDX-HAB) TO WS-DOM-ANTERIOR
                   MOVE WS-HAB-BAIRRO(WS-IDX-HAB)    TO WS-BAI-ANTERIOR
                   IF TRN-DATANASC > ZEROS
                       MOVE TRN-DATANASC
                           TO WS-HAB-DATANASC(WS-IDX-HAB)
                   END-IF
                   ADD 1 TO CONT-CORRECAO
                   DISPLAY 'CORRIGIDO: ' TRN-CPF
                   IF WS-HAB-DOMICILIO(WS-IDX-HAB) NOT = WS-DOM-ANTERIOR
                      OR WS-HAB-BAIRRO(WS-IDX-HAB) NOT = WS-BAI-ANTERIOR
                       ADD 1 TO CONT-MUDANCA
                       MOVE SPACES          TO REG-MUDANCA
                       MOVE 'M'             TO MHI-TIPO
                       MOVE WS-DOM-ANTERIOR TO MHI-DOM-ORIG
                       MOVE WS-BAI-ANTERIOR TO MHI-BAI-ORIG
                       MOVE WS-HAB-DOMICILIO(WS-IDX-HAB)
                           TO MHI-DOM-DEST
                       MOVE WS-HAB-BAIRRO(WS-IDX-HAB)
                           TO MHI-BAI-DEST
                       PERFORM 3700-GRAVA-MUDANCA
                   END-IF
               END-IF
           ELSE
               MOVE 'HABITANTE NAO ENCONTRADO' TO WS-MOTIVO-REJ
               MOVE 'N' TO WS-HAB-ATIVO(WS-IDX-HAB)
               ADD 1 TO CONT-OBITO
               DISPLAY 'REMOVIDO: ' TRN-CPF
      *        Quem se muda para fora transfere o titulo por conta
      *        propria - cancelamento eleitoral so para obito.
               IF MOV-MIGRACAO
                   ADD 1 TO CONT-SAIDA
                   MOVE SPACES TO REG-MUDANCA
                   MOVE 'S'    TO MHI-TIPO
                   MOVE WS-HAB-DOMICILIO(WS-IDX-HAB) TO MHI-DOM-ORIG
                   MOVE WS-HAB-BAIRRO(WS-IDX-HAB)    TO MHI-BAI-ORIG
                   MOVE ZEROS  TO MHI-DOM-DEST
                                  MHI-BAI-DEST
                   PERFORM 3700-GRAVA-MUDANCA
               ELSE
                   PERFORM 3250-CANCELA-ELEITOR
               END-IF
           ELSE
               MOVE 'HABITANTE NAO ENCONTRADO' TO WS-MOTIVO-REJ
               PERFORM 2900-GRAVA-REJEITO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3250-CANCELA-ELEITOR.
      *----------------------------------------------------------------*
      *    Falecido com titulo: a transacao de cancelamento fica na
      *    fila do MANUTIT, que mantem o cadastro de eleitores e o
      *    historico de quem alterou o que.
           PERFORM VARYING WS-IDX-ELEITOR FROM 1 BY 1
                   UNTIL WS-IDX-ELEITOR > WS-QTD-ELEITOR
               IF WS-ELE-CPF(WS-IDX-ELEITOR) = TRN-CPF
                   IF WS-TITTR-ABERTO = 'N'
                       OPEN EXTEND ARQTITTR
                       IF TITTR-NAO-EXISTE
                           OPEN OUTPUT ARQTITTR
                       END-IF
                       MOVE 'S' TO WS-TITTR-ABERTO
                   END-IF

                   MOVE SPACES TO REG-TRANS-TITULO
                   MOVE 'C'    TO TTR-CODE
                   MOVE WS-ELE-NUMERO(WS-IDX-ELEITOR) TO TTR-NUMERO
                   MOVE WS-ELE-NOME(WS-IDX-ELEITOR)   TO TTR-NOME
                   MOVE 'MANUHAB'                     TO TTR-USUARIO
                   MOVE 'OBITO'                       TO TTR-MOTIVO
                   MOVE TRN-CPF                       TO TTR-CPF
                   WRITE REG-TRANS-TITULO

                   ADD 1 TO CONT-CANC-ELEITOR
                   DISPLAY 'CANCELAMENTO ELEITORAL GERADO - TITULO: '
                           WS-ELE-NUMERO(WS-IDX-ELEITOR)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-RENDA.
      *----------------------------------------------------------------*
      *    Renda mensal do morador - zero vale (sem renda); em branco
      *    ou nao numerica e rejeitada.
           EVALUATE TRUE
               WHEN NOT HABITANTE-EXISTE
                   MOVE 'HABITANTE NAO ENCONTRADO' TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN TRN-RENDA IS NOT NUMERIC
                   MOVE 'RENDA INVALIDA' TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN OTHER
                   MOVE TRN-RENDA-X TO WS-HAB-RENDA-X(WS-IDX-HAB)
                   ADD 1 TO CONT-RENDA
                   DISPLAY 'RENDA INFORMADA: ' TRN-CPF
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-GRAVA-REJEITO.
      *----------------------------------------------------------------*
                   MOVE WS-HAB-DOMICILIO(WS-IDX-AUX)
                       TO FD-DOMICILIO
                   MOVE WS-HAB-BAIRRO(WS-IDX-AUX) TO FD-BAIRRO
                   MOVE WS-HAB-RENDA-X(WS-IDX-AUX) TO FD-RENDA-X
                   WRITE REG-HABITANTE
                   ADD 1 TO CONT-FINAL
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0700-CARREGA-ELEITORES.
      *----------------------------------------------------------------*
      *    CPF de cada eleitor vinculado ao censo. Eleitor sem CPF
      *    (cadastro de antes do vinculo) nao casa com ninguem.
           OPEN INPUT ARQTIT
           IF TIT-OK
               PERFORM UNTIL WS-TIT-EOF = 'S'
                   READ ARQTIT
                       AT END
                           MOVE 'S' TO WS-TIT-EOF
                       NOT AT END
                           IF TITR-CPF IS NUMERIC
                              AND TITR-CPF > ZEROS
                              AND WS-QTD-ELEITOR < 500
                               ADD 1 TO WS-QTD-ELEITOR
                               MOVE TITR-NUMERO
                                   TO WS-ELE-NUMERO(WS-QTD-ELEITOR)
                               MOVE TITR-NOME
                                   TO WS-ELE-NOME(WS-QTD-ELEITOR)
                               MOVE TITR-CPF
                                   TO WS-ELE-CPF(WS-QTD-ELEITOR)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQTIT
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3500-MANTEM-DOMICILIO.
      *----------------------------------------------------------------*
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3700-GRAVA-MUDANCA.
      *----------------------------------------------------------------*
      *    Historico acumulado: abre em EXTEND na primeira gravacao
      *    do dia e cria o arquivo se ainda nao existir.
           IF WS-MUD-ABERTO = 'N'
               OPEN EXTEND ARQMUD
               IF MUD-NAO-EXISTE
                   OPEN OUTPUT ARQMUD
               END-IF
               MOVE 'S' TO WS-MUD-ABERTO
           END-IF

           MOVE WS-DATA-EFETIVA             TO MHI-DATA
           MOVE TRN-CPF                     TO MHI-CPF
           MOVE FUNCTION CURRENT-DATE(1:8)  TO MHI-DATA-REG
           WRITE REG-MUDANCA
           .
           EXIT.
      *----------------------------------------------------------------*
       5500-REGRAVA-DOMICILIOS.
      *----------------------------------------------------------------*
           MOVE CONT-CORRECAO           TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA

           MOVE 'CHEGADAS DE FORA (MIGRACAO)' TO WS-MOV-ROTULO
           MOVE CONT-CHEGADA            TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA

           MOVE 'SAIDAS P/ FORA (MIGRACAO)' TO WS-MOV-ROTULO
           MOVE CONT-SAIDA              TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA

           MOVE 'MUDANCAS INTERNAS'     TO WS-MOV-ROTULO
           MOVE CONT-MUDANCA            TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA

           MOVE 'CANCELAMENTOS ELEITORAIS' TO WS-MOV-ROTULO
           MOVE CONT-CANC-ELEITOR       TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA

           MOVE 'RENDAS INFORMADAS'     TO WS-MOV-ROTULO
           MOVE CONT-RENDA              TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA

           MOVE 'TRANSACOES REJEITADAS' TO WS-MOV-ROTULO
           MOVE CONT-REJEITADO          TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA
