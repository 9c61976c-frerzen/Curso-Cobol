      *          ACADCONT.TXT by CONTACAD into a ready-to-send notice
      *          on CARTAS.TXT; members without contact data land on
      *          the CARTAEXC.TXT exception list for the front desk.
      *          Members who withdrew consent to letters on the
      *          CONSENT.TXT register get no letter; they are counted
      *          on the *** TRAILER *** line closing CARTAS.TXT. When
      *          the register holds more CPF/channel pairs than the
      *          3000 the run can keep, no letter is written and the
      *          run ends abnormally (CTV002), as a withdrawal may
      *          have been left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CONT.

       SELECT ARQCNS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CNS.

       SELECT ARQCARTA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

           03 FILLER                      PIC X(01).
           03 CONT-EMAIL                  PIC X(40).

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

       FD ARQCARTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CARTAS.TXT".
       77  WS-QTD-CONT              PIC 9(04) VALUE ZEROS.
       77  WS-CONT-CARTA            PIC 9(05) VALUE ZEROS.
       77  WS-CONT-EXC              PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-CONSENT      PIC 9(05) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY CONSENTIM.

       01  WS-TAB-CONTATO.
           03 WS-CONT-ITEM OCCURS 1 TO 999 TIMES
                            DEPENDING ON WS-QTD-CONT
           03 FILLER                PIC X(20)
               VALUE ' ACESSO SEM PAUSAS.'.

       01  WS-LINHA-TRAILER.
           03 FILLER              PIC X(15) VALUE '*** TRAILER ***'.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FILLER              PIC X(11) VALUE 'REGISTROS: '.
           03 WS-TRL-REGISTROS    PIC ZZZZZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FILLER              PIC X(19) VALUE 'SEM CONSENTIMENTO: '.
           03 WS-TRL-SEM-CONSENT  PIC ZZZZZZ9.
           03 FILLER              PIC X(19) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 0500-CARREGA-CONTATOS
               PERFORM 9750-CARREGA-CONSENTIMENTOS

      *        Com a tabela de consentimentos cheia alguma retirada
      *        pode ter ficado de fora: nenhuma carta e gerada.
               EVALUATE TRUE
                   WHEN CONSENTIMENTOS-ESTOURADOS
                       SET FIM-ANORMAL TO TRUE
                       MOVE 'CONSENT.TXT ACIMA DE 3000'
                           TO WS-RUN-MOTIVO
                       MOVE 'CTV002' TO WS-RUN-CODIGO
                       DISPLAY 'CARTAS NAO GERADAS - LIMITE DE 3000 '
                               'CONSENTIMENTOS EXCEDIDO'
                   WHEN OTHER
                       PERFORM 1500-GERA-CARTAS
               END-EVALUATE

               MOVE 'CARTAVEN'      TO WS-RUN-PROGRAMA
               MOVE WS-CONT-CARTA   TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-EXC     TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0500-CARREGA-CONTATOS.
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-GERA-CARTAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQVENCL

           IF VENCL-OK
               OPEN OUTPUT ARQCARTA
               OPEN OUTPUT ARQEXC

               PERFORM 1000-LER-ARQUIVO

               PERFORM UNTIL WS-EOF = 'S'
                   PERFORM 2000-TRATA-VENCIMENTO
                   PERFORM 1000-LER-ARQUIVO
               END-PERFORM

               DISPLAY 'CARTAS GERADAS      : ' WS-CONT-CARTA
               DISPLAY 'ALUNOS SEM CONTATO  : ' WS-CONT-EXC
               DISPLAY 'SEM CONSENTIMENTO   : ' WS-CONT-SEM-CONSENT

               MOVE WS-CONT-CARTA       TO WS-TRL-REGISTROS
               MOVE WS-CONT-SEM-CONSENT TO WS-TRL-SEM-CONSENT
               WRITE REG-CARTA FROM WS-LINHA-TRAILER

               CLOSE ARQCARTA  ARQEXC
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR VENCLIST.TXT' TO WS-RUN-MOTIVO
               MOVE 'CTV001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQVENCL - STATUS: '
                       WS-STATUS-VENCL
           END-IF

           CLOSE ARQVENCL
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-TRATA-VENCIMENTO.
      *----------------------------------------------------------------*
      *    Quem retirou o consentimento para carta fica fora do lote
      *    e tambem da lista de excecao - nao ha o que cobrar.
           MOVE VLIS-CPF TO WS-CNS-CHAVE-CPF
           MOVE 'C'      TO WS-CNS-CHAVE-CANAL
           PERFORM 9760-VERIFICA-CONSENTIMENTO
           IF CONSENTIMENTO-NEGADO
               ADD 1 TO WS-CONT-SEM-CONSENT
               DISPLAY 'SEM CONSENTIMENTO PARA CARTA - CPF: '
                       VLIS-CPF
           ELSE
               PERFORM 2050-BUSCA-CONTATO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2050-BUSCA-CONTATO.
      *----------------------------------------------------------------*
           IF WS-QTD-CONT > 0
              SET WS-IDX-CONT TO 1
           ADD 1 TO WS-CONT-EXC
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY CONSENTIM-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

