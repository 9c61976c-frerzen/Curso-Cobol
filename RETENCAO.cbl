      *          expiry all add points. Members under a SUSPACAD.TXT
      *          freeze are excused. The output RETENCAO.TXT is the
      *          ranked call list for the front desk, riskiest first.
      *          Members who withdrew consent to phone contact on the
      *          CONSENT.TXT register are left off the list and
      *          counted on its closing *** TRAILER *** line. When
      *          the register holds more CPF/channel pairs than the
      *          3000 the run can keep, no list is written and the
      *          run ends abnormally (RET002), as a withdrawal may
      *          have been left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-SUSP.

       SELECT ARQCNS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CNS.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

           03 FILLER                      PIC X(01).
           03 SUS-APLICADO                PIC X(01).

       FD ARQCNS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSENT.TXT".
       01  REG-CONSENT.
           03 CNS-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 CNS-CANAL                   PIC X(01).
           03 FILLER                      PIC X(01).
           03 CNS-SITUACAO                PIC X(01).
           03 FILLER                      PIC X(01).
           03 CNS-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 CNS-ORIGEM                  PIC X(20).

       FD ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RETENCAO.TXT".
       77  WS-IDX                   PIC 9(04) VALUE ZEROS.
       77  WS-IDX2                  PIC 9(04) VALUE ZEROS.
       77  WS-CONT-ALUNO            PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-CONSENT      PIC 9(05) VALUE ZEROS.
       77  WS-VISITAS-ATUAL         PIC 9(04) VALUE ZEROS.
       77  WS-VISITAS-ANTERIOR      PIC 9(04) VALUE ZEROS.
       77  WS-DIAS-VALIDADE         PIC S9(05) VALUE ZEROS.

           COPY RUNSUMARIO.

           COPY CONSENTIM.

       01  WS-COMPETENCIA.
           03 WS-COMP-ANO           PIC 9(04).
           03 WS-COMP-MES           PIC 9(02).
               VALUE 'ALUNOS NA LISTA DE RISCO: '.
           03 WS-TOTRISCO       PIC ZZZZ9.

       01  WS-LINHA-TRAILER.
           03 FILLER              PIC X(15) VALUE '*** TRAILER ***'.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FILLER              PIC X(11) VALUE 'REGISTROS: '.
           03 WS-TRL-REGISTROS    PIC ZZZZZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FILLER              PIC X(19) VALUE 'SEM CONSENTIMENTO: '.
           03 WS-TRL-SEM-CONSENT  PIC ZZZZZZ9.
           03 FILLER              PIC X(39) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
               PERFORM 0200-CARREGA-VISITAS
               PERFORM 0300-CARREGA-LEDGER
               PERFORM 0400-CARREGA-SUSPENSOES
               PERFORM 9750-CARREGA-CONSENTIMENTOS

               OPEN INPUT ARQACAD
               IF WS-ACAD-OK
                       PERFORM 1000-LER-ROSTER
                   END-PERFORM

      *            Com a tabela de consentimentos cheia alguma
      *            retirada pode ter ficado de fora: a lista nao sai.
                   IF CONSENTIMENTOS-ESTOURADOS
                       SET FIM-ANORMAL TO TRUE
                       MOVE 'CONSENT.TXT ACIMA DE 3000'
                           TO WS-RUN-MOTIVO
                       MOVE 'RET002' TO WS-RUN-CODIGO
                       DISPLAY 'RETENCAO.TXT NAO GERADO - LIMITE DE '
                               '3000 CONSENTIMENTOS EXCEDIDO'
                   ELSE
                       PERFORM 3000-ORDENA-RISCO
                       PERFORM 4000-IMPRIME-LISTA
                   END-IF
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR ACADEMIA.TXT' TO WS-RUN-MOTIVO
      *----------------------------------------------------------------*
      *    Pontuacao de risco: queda ou ausencia de frequencia (ate
      *    40), atraso de pagamento (ate 30) e proximidade do
      *    vencimento (ate 30). Suspensos sao abonados da lista;
      *    quem nao aceita ligacao sai dela e so entra na contagem.
           ADD 1 TO WS-CONT-ALUNO

           PERFORM 2050-VERIFICA-SUSPENSAO
               PERFORM 2300-PONTUA-VENCIMENTO

               IF WS-PONTOS > ZEROS
                   MOVE FD-CPF TO WS-CNS-CHAVE-CPF
                   MOVE 'T'    TO WS-CNS-CHAVE-CANAL
                   PERFORM 9760-VERIFICA-CONSENTIMENTO
                   IF CONSENTIMENTO-NEGADO
                       ADD 1 TO WS-CONT-SEM-CONSENT
                   ELSE
                       PERFORM 2400-GUARDA-RISCO
                   END-IF
               END-IF
           END-IF
           .
           DISPLAY WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE1

           MOVE WS-QTD-RISCO        TO WS-TRL-REGISTROS
           MOVE WS-CONT-SEM-CONSENT TO WS-TRL-SEM-CONSENT
           DISPLAY WS-LINHA-TRAILER
           WRITE REG-RELATORIO FROM WS-LINHA-TRAILER

           CLOSE ARQREL
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY CONSENTIM-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

