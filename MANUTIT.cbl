      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Transaction-driven maintenance for the voter register,
      *          ending the hand-editing of TITULOS.TXT between
      *          elections. Reads TITTRANS.TXT ((A)listamento,
      *          (T)ransferencia de local, correcao de (N)ome and
      *          (C)ancelamento com motivo), each carrying the user
      *          who keyed it, against the register: a new voter with
      *          a number already registered, a local absent from the
      *          location master LOCVOTO.TXT, a transfer to the same
      *          local or a cancellation without reason is rejected
      *          with the reason on TITTREJ.TXT. Accepted movements
      *          rewrite the register, are listed with the before and
      *          after values on the movement report TITMOV.TXT and
      *          appended to the permanent log TITHIST.TXT, so anyone
      *          can tell later who changed what. From the register
      *          closing date of the election calendar (ELEIPARM.TXT)
      *          the register is frozen: the run changes nothing and
      *          the transactions wait on file until after the
      *          election, so the apuration counts a stable electorate.
      *          Each voter is now linked to the census CPF: a new
      *          registration must carry a valid CPF not linked to
      *          another title, (V)inculo de CPF links the voters
      *          registered before the link existed, and the
      *          cancellations MANUHAB queues here when it posts a
      *          death (obito) come in with the deceased's CPF.
      *          After a run that applies the file, TITTRANS.TXT is
      *          emptied so no transaction is applied twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. MANUTIT.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQTRANS ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-TRANS.

       SELECT ARQTIT ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-TIT.

       SELECT ARQLOCM ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-LOCM.

       SELECT ARQPARM ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-PARM.

       SELECT ARQREJ ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.

       SELECT ARQMOV ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.

       SELECT ARQHIST ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-HIST.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD ARQTRANS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TITTRANS.TXT".
       01  REG-TRANSACAO.
           03 TRT-CODE                  PIC X(01).
              88 TRANS-ALISTAMENTO          VALUE 'A'.
              88 TRANS-TRANSFERENCIA        VALUE 'T'.
              88 TRANS-NOME                 VALUE 'N'.
              88 TRANS-CANCELAMENTO         VALUE 'C'.
              88 TRANS-VINCULO              VALUE 'V'.
           03 TRT-NUMERO                PIC 9(03).
           03 TRT-NOME                  PIC X(10).
           03 TRT-LOCAL                 PIC X(05).
           03 TRT-USUARIO               PIC X(08).
           03 TRT-MOTIVO                PIC X(20).
           03 TRT-CPF                   PIC 9(11).

       FD ARQTIT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TITULOS.TXT".
       01  REG-TITULO-REG.
           03 TITR-NUMERO               PIC 9(03).
           03 TITR-NOME                 PIC X(10).
           03 TITR-LOCAL                PIC X(05).
           03 TITR-CPF                  PIC 9(11).

       FD ARQLOCM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LOCVOTO.TXT".
       01  REG-LOCAL-MASTER.
           03 LOC-CODIGO                PIC X(05).
           03 FILLER                    PIC X(01).
           03 LOC-ZONA                  PIC 9(03).
           03 FILLER                    PIC X(01).
           03 LOC-SECAO                 PIC 9(04).
           03 FILLER                    PIC X(01).
           03 LOC-DESCRICAO             PIC X(20).

      *    ELEIPARM.TXT: vagas de vereador (VEREADOR) e a data de
      *    fechamento do cadastro do calendario eleitoral. O cartao
      *    antigo, so com as vagas, deixa o cadastro aberto.
       FD ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ELEIPARM.TXT".
       01  REG-PARM.
           03 ELP-QTD-VAGAS             PIC 9(02).
           03 FILLER                    PIC X(01).
           03 ELP-DATA-FECHA-CAD        PIC 9(08).
           03 FILLER                    PIC X(11).

       FD ARQREJ
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TITTREJ.TXT".
       01  REG-REJEITO.
           03 REJ-CODE                  PIC X(01).
           03 FILLER                    PIC X(01).
           03 REJ-NUMERO                PIC 9(03).
           03 FILLER                    PIC X(01).
           03 REJ-USUARIO               PIC X(08).
           03 FILLER                    PIC X(01).
           03 REJ-MOTIVO                PIC X(35).

       FD ARQMOV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TITMOV.TXT".
       01  REG-MOVIMENTO                PIC X(80).

       FD ARQHIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TITHIST.TXT".
       01  REG-HISTORICO.
           03 HIS-DATA                  PIC 9(08).
           03 FILLER                    PIC X(01).
           03 HIS-HORA                  PIC 9(06).
           03 FILLER                    PIC X(01).
           03 HIS-CODE                  PIC X(01).
           03 FILLER                    PIC X(01).
           03 HIS-NUMERO                PIC 9(03).
           03 FILLER                    PIC X(01).
           03 HIS-NOME-ANTES            PIC X(10).
           03 FILLER                    PIC X(01).
           03 HIS-NOME-DEPOIS           PIC X(10).
           03 FILLER                    PIC X(01).
           03 HIS-LOCAL-ANTES           PIC X(05).
           03 FILLER                    PIC X(01).
           03 HIS-LOCAL-DEPOIS          PIC X(05).
           03 FILLER                    PIC X(01).
           03 HIS-USUARIO               PIC X(08).
           03 FILLER                    PIC X(01).
           03 HIS-MOTIVO                PIC X(20).
           03 FILLER                    PIC X(01).
           03 HIS-CPF                   PIC 9(11).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TITMRUN.TXT".
       01  REG-RUN                      PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                       PIC X(01) VALUE ' '.
       77  WS-EOF-TIT                   PIC X(01) VALUE ' '.
       77  WS-EOF-LOCM                  PIC X(01) VALUE ' '.
       77  WS-STATUS-TRANS              PIC X(02) VALUE SPACES.
           88 TRANS-OK                      VALUE '00'.
       77  WS-STATUS-TIT                PIC X(02) VALUE SPACES.
           88 TIT-OK                        VALUE '00'.
       77  WS-STATUS-LOCM               PIC X(02) VALUE SPACES.
           88 LOCM-OK                       VALUE '00'.
       77  WS-STATUS-PARM               PIC X(02) VALUE SPACES.
           88 PARM-OK                       VALUE '00'.
       77  WS-STATUS-HIST               PIC X(02) VALUE SPACES.
           88 HIST-NAO-EXISTE               VALUE '35'.
       77  WS-QTD-TIT                   PIC 9(03) VALUE ZEROS.
       77  WS-IDX-TIT                   PIC 9(03) VALUE ZEROS.
       77  WS-POS-TIT                   PIC 9(03) VALUE ZEROS.
       77  WS-QTD-LOCM                  PIC 9(02) VALUE ZEROS.
       77  WS-IDX-LOCM                  PIC 9(02) VALUE ZEROS.
       77  WS-LOCAL-ACHADO              PIC X(01) VALUE 'N'.
           88 LOCAL-EXISTE                  VALUE 'S'.
       77  WS-DATA-FECHA-CAD            PIC 9(08) VALUE ZEROS.
       77  WS-CADASTRO-SITUACAO         PIC X(01) VALUE 'A'.
           88 CADASTRO-FECHADO              VALUE 'F'.
       77  CONT-INICIAL                 PIC 9(05) VALUE ZEROS.
       77  CONT-ALISTAMENTO             PIC 9(05) VALUE ZEROS.
       77  CONT-TRANSFERENCIA           PIC 9(05) VALUE ZEROS.
       77  CONT-NOME                    PIC 9(05) VALUE ZEROS.
       77  CONT-CANCELAMENTO            PIC 9(05) VALUE ZEROS.
       77  CONT-VINCULO                 PIC 9(05) VALUE ZEROS.
       77  CONT-REJEITADO               PIC 9(05) VALUE ZEROS.
       77  CONT-FINAL                   PIC 9(05) VALUE ZEROS.
       77  WS-MOTIVO-REJ                PIC X(35) VALUE SPACES.
       77  WS-CPF-EM-USO                PIC X(01) VALUE 'N'.
       77  WS-PONTILHADO                PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.
           COPY VALIDACPF.

       01  WS-TAB-TITULO.
           03 WS-TIT-ITEM OCCURS 500 TIMES.
              05 WS-TIT-NUMERO          PIC 9(03).
              05 WS-TIT-NOME            PIC X(10).
              05 WS-TIT-LOCAL           PIC X(05).
              05 WS-TIT-CPF             PIC 9(11).
              05 WS-TIT-ATIVO           PIC X(01).

       01  WS-TAB-LOCMASTER.
           03 WS-LOCM-CODIGO OCCURS 50 TIMES PIC X(05).

       01  WS-TIMESTAMP.
           03 WS-DATA.
              05 WS-ANO                 PIC 9(04).
              05 WS-MES                 PIC 9(02).
              05 WS-DIA                 PIC 9(02).
           03 WS-HORA.
              05 WS-HH                  PIC 9(02).
              05 WS-MM                  PIC 9(02).
              05 WS-SS                  PIC 9(02).
              05 WS-MS                  PIC 9(02).
           03 FILLER                    PIC X(05).

       01  WS-MOV-TITULO.
           03 FILLER PIC X(22) VALUE SPACES.
           03 FILLER PIC X(36)
               VALUE 'MOVIMENTO DO CADASTRO DE ELEITORES'.
           03 FILLER PIC X(22) VALUE SPACES.

       01  WS-MOV-DATA.
           03 FILLER       PIC X(17) VALUE 'DATA DO MOVIMENTO'.
           03 FILLER       PIC X(02) VALUE ': '.
           03 WS-MOV-DIA   PIC 9(02).
           03 FILLER       PIC X(01) VALUE '/'.
           03 WS-MOV-MES   PIC 9(02).
           03 FILLER       PIC X(01) VALUE '/'.
           03 WS-MOV-ANO   PIC 9(04).
           03 FILLER       PIC X(51) VALUE SPACES.

       01  WS-MOV-COLUNAS.
           03 FILLER PIC X(40)
               VALUE 'MOVIMENTO      TIT NOME       LOCAL    '.
           03 FILLER PIC X(40)
               VALUE 'NOVO VALOR       USUARIO  MOTIVO'.

       01  WS-MOV-DETALHE.
           03 WS-MOD-TIPO    PIC X(14).
           03 FILLER         PIC X(01) VALUE SPACE.
           03 WS-MOD-NUMERO  PIC 9(03).
           03 FILLER         PIC X(01) VALUE SPACE.
           03 WS-MOD-NOME    PIC X(10).
           03 FILLER         PIC X(01) VALUE SPACE.
           03 WS-MOD-LOCAL   PIC X(05).
           03 FILLER         PIC X(04) VALUE ' -> '.
           03 WS-MOD-NOVO    PIC X(11).
           03 FILLER         PIC X(06) VALUE SPACES.
           03 WS-MOD-USUARIO PIC X(08).
           03 FILLER         PIC X(01) VALUE SPACE.
           03 WS-MOD-MOTIVO  PIC X(15).

       01  WS-MOV-LINHA.
           03 WS-MOV-ROTULO PIC X(30).
           03 FILLER        PIC X(02) VALUE ': '.
           03 WS-MOV-QTD    PIC ZZZZ9.
           03 FILLER        PIC X(43) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE 'MANUTIT' TO WS-RUN-PROGRAMA

               PERFORM 0100-VERIFICA-CALENDARIO
               IF CADASTRO-FECHADO
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'CADASTRO FECHADO (CALENDARIO)'
                       TO WS-RUN-MOTIVO
                   MOVE 'MTT002' TO WS-RUN-CODIGO
                   DISPLAY 'CADASTRO ELEITORAL FECHADO DESDE '
                           WS-DATA-FECHA-CAD
                           ' - TRANSACOES MANTIDAS EM TITTRANS.TXT'
                   PERFORM 9900-GRAVA-RUN
                   GOBACK
               END-IF

               PERFORM 0200-CARREGA-LOCAIS
               PERFORM 0500-CARREGA-MESTRE

               OPEN INPUT ARQTRANS

               EVALUATE TRUE
                   WHEN NOT TRANS-OK
                       SET FIM-ANORMAL TO TRUE
                       MOVE 'FALHA AO ABRIR TITTRANS.TXT'
                           TO WS-RUN-MOTIVO
                       MOVE 'MTT001' TO WS-RUN-CODIGO
                       DISPLAY 'ERRO AO ABRIR ARQTRANS - STATUS: '
                               WS-STATUS-TRANS
                   WHEN WS-QTD-LOCM = ZEROS
                       SET FIM-ANORMAL TO TRUE
                       MOVE 'LOCVOTO.TXT AUSENTE OU VAZIO'
                           TO WS-RUN-MOTIVO
                       MOVE 'MTT003' TO WS-RUN-CODIGO
                       DISPLAY 'SEM O MASTER LOCVOTO.TXT NAO HA COMO '
                               'VALIDAR O LOCAL - NADA ALTERADO'
                       CLOSE ARQTRANS
                   WHEN OTHER
                       OPEN OUTPUT ARQREJ
                       OPEN OUTPUT ARQMOV
                       OPEN EXTEND ARQHIST
                       IF HIST-NAO-EXISTE
                           OPEN OUTPUT ARQHIST
                       END-IF

                       PERFORM 0600-CABECALHO-MOVIMENTO

                       PERFORM 1000-LER-TRANSACAO

                       PERFORM UNTIL WS-EOF = 'S'
                           PERFORM 2000-TRATA-TRANSACAO
                           PERFORM 1000-LER-TRANSACAO
                       END-PERFORM

                       CLOSE ARQTRANS  ARQREJ  ARQHIST

                       PERFORM 5000-REGRAVA-MESTRE
                       PERFORM 5500-ESVAZIA-TRANSACOES
                       PERFORM 6000-GRAVA-TOTAIS
                       CLOSE ARQMOV

                       DISPLAY 'ELEITORADO INICIAL: ' CONT-INICIAL
                       DISPLAY 'ALISTAMENTOS      : ' CONT-ALISTAMENTO
                       DISPLAY 'TRANSFERENCIAS    : ' CONT-TRANSFERENCIA
                       DISPLAY 'CORRECOES DE NOME : ' CONT-NOME
                       DISPLAY 'CANCELAMENTOS     : ' CONT-CANCELAMENTO
                       DISPLAY 'VINCULOS DE CPF   : ' CONT-VINCULO
                       DISPLAY 'REJEITADAS        : ' CONT-REJEITADO
                       DISPLAY 'ELEITORADO FINAL  : ' CONT-FINAL
               END-EVALUATE

               COMPUTE WS-RUN-PROCESSADOS =
                   CONT-ALISTAMENTO + CONT-TRANSFERENCIA
                 + CONT-NOME + CONT-CANCELAMENTO + CONT-VINCULO
               MOVE CONT-REJEITADO TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN

               GOBACK.
      *----------------------------------------------------------------*
       0100-VERIFICA-CALENDARIO.
      *----------------------------------------------------------------*
      *    A partir da data de fechamento do cadastro o eleitorado
      *    fica congelado ate a apuracao. Sem ELEIPARM.TXT, ou com o
      *    cartao antigo sem a data, o cadastro segue aberto.
           OPEN INPUT ARQPARM
           IF PARM-OK
               READ ARQPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ELP-DATA-FECHA-CAD IS NUMERIC
                           MOVE ELP-DATA-FECHA-CAD
                               TO WS-DATA-FECHA-CAD
                       END-IF
               END-READ
               CLOSE ARQPARM
           END-IF

           IF WS-DATA-FECHA-CAD > ZEROS
              AND WS-DATA NOT < WS-DATA-FECHA-CAD
               SET CADASTRO-FECHADO TO TRUE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-LOCAIS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQLOCM
           IF LOCM-OK
               PERFORM UNTIL WS-EOF-LOCM = 'S'
                   READ ARQLOCM
                       AT END
                           MOVE 'S' TO WS-EOF-LOCM
                       NOT AT END
                           IF WS-QTD-LOCM < 50
                               ADD 1 TO WS-QTD-LOCM
                               MOVE LOC-CODIGO
                                   TO WS-LOCM-CODIGO(WS-QTD-LOCM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQLOCM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-MESTRE.
      *----------------------------------------------------------------*
      *    Mesmo limite de 500 eleitores das apuracoes.
           OPEN INPUT ARQTIT
           IF TIT-OK
               PERFORM UNTIL WS-EOF-TIT = 'S'
                   READ ARQTIT
                       AT END
                           MOVE 'S' TO WS-EOF-TIT
                       NOT AT END
                           IF WS-QTD-TIT < 500
                               ADD 1 TO WS-QTD-TIT
                               MOVE TITR-NUMERO
                                   TO WS-TIT-NUMERO(WS-QTD-TIT)
                               MOVE TITR-NOME
                                   TO WS-TIT-NOME(WS-QTD-TIT)
                               MOVE TITR-LOCAL
                                   TO WS-TIT-LOCAL(WS-QTD-TIT)
      *                        Eleitor de antes do vinculo: sem CPF.
                               IF TITR-CPF IS NUMERIC
                                   MOVE TITR-CPF
                                       TO WS-TIT-CPF(WS-QTD-TIT)
                               ELSE
                                   MOVE ZEROS
                                       TO WS-TIT-CPF(WS-QTD-TIT)
                               END-IF
                               MOVE 'S'
                                   TO WS-TIT-ATIVO(WS-QTD-TIT)
                           ELSE
                               DISPLAY 'TITULO IGNORADO - LIMITE DE '
                                       '500 EXCEDIDO: ' TITR-NUMERO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQTIT
           END-IF

           MOVE WS-QTD-TIT TO CONT-INICIAL
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-CABECALHO-MOVIMENTO.
      *----------------------------------------------------------------*
           MOVE WS-DIA TO WS-MOV-DIA
           MOVE WS-MES TO WS-MOV-MES
           MOVE WS-ANO TO WS-MOV-ANO

           WRITE REG-MOVIMENTO FROM WS-MOV-TITULO
           WRITE REG-MOVIMENTO FROM WS-MOV-DATA
           WRITE REG-MOVIMENTO FROM WS-PONTILHADO
           WRITE REG-MOVIMENTO FROM WS-MOV-COLUNAS
           WRITE REG-MOVIMENTO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-LER-TRANSACAO.
      *----------------------------------------------------------------*
           READ ARQTRANS
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   IF TRT-CPF IS NOT NUMERIC
                       MOVE ZEROS TO TRT-CPF
                   END-IF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-TRATA-TRANSACAO.
      *----------------------------------------------------------------*
           PERFORM 2100-BUSCA-TITULO

           EVALUATE TRUE
               WHEN TRT-USUARIO = SPACES
                   MOVE 'TRANSACAO SEM USUARIO RESPONSAVEL'
                       TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN TRANS-ALISTAMENTO
                   PERFORM 3000-ALISTAMENTO
               WHEN TRANS-TRANSFERENCIA
                   PERFORM 3100-TRANSFERENCIA
               WHEN TRANS-NOME
                   PERFORM 3200-CORRECAO-NOME
               WHEN TRANS-CANCELAMENTO
                   PERFORM 3300-CANCELAMENTO
               WHEN TRANS-VINCULO
                   PERFORM 3400-VINCULO-CPF
               WHEN OTHER
                   MOVE 'CODIGO DE TRANSACAO INVALIDO'
                       TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-BUSCA-TITULO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-POS-TIT
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TIT
                      OR WS-POS-TIT > ZEROS
               IF WS-TIT-NUMERO(WS-IDX-TIT) = TRT-NUMERO
                  AND WS-TIT-ATIVO(WS-IDX-TIT) = 'S'
                   MOVE WS-IDX-TIT TO WS-POS-TIT
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-VALIDA-LOCAL.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-LOCAL-ACHADO
           PERFORM VARYING WS-IDX-LOCM FROM 1 BY 1
                   UNTIL WS-IDX-LOCM > WS-QTD-LOCM
                      OR LOCAL-EXISTE
               IF WS-LOCM-CODIGO(WS-IDX-LOCM) = TRT-LOCAL
                   SET LOCAL-EXISTE TO TRUE
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-VERIFICA-CPF.
      *----------------------------------------------------------------*
      *    Um CPF, um titulo: o CPF nao pode estar vinculado a outro
      *    eleitor ativo.
           MOVE TRT-CPF TO WS-CPF-ENTRADA-VAL
           PERFORM 9700-VALIDA-CPF

           MOVE 'N' TO WS-CPF-EM-USO
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TIT
               IF WS-TIT-CPF(WS-IDX-TIT) = TRT-CPF
                  AND WS-TIT-ATIVO(WS-IDX-TIT) = 'S'
                  AND WS-IDX-TIT NOT = WS-POS-TIT
                   MOVE 'S' TO WS-CPF-EM-USO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-ALISTAMENTO.
      *----------------------------------------------------------------*
           PERFORM 2200-VALIDA-LOCAL
           PERFORM 2300-VERIFICA-CPF

           EVALUATE TRUE
               WHEN TRT-NUMERO = ZEROS
                   MOVE 'TITULO SEM NUMERO' TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN WS-POS-TIT > ZEROS
                   MOVE 'TITULO JA CADASTRADO' TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN TRT-NOME = SPACES
                   MOVE 'NOME DO ELEITOR EM BRANCO' TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN NOT LOCAL-EXISTE
                   MOVE 'LOCAL INEXISTENTE EM LOCVOTO.TXT'
                       TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN CPF-INVALIDO
                   MOVE 'CPF COM DIGITO VERIF. INVALIDO'
                       TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN WS-CPF-EM-USO = 'S'
                   MOVE 'CPF JA VINCULADO A OUTRO TITULO'
                       TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN WS-QTD-TIT >= 500
                   MOVE 'CADASTRO CHEIO - 500 ELEITORES'
                       TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN OTHER
                   ADD 1 TO WS-QTD-TIT
                   MOVE TRT-NUMERO TO WS-TIT-NUMERO(WS-QTD-TIT)
                   MOVE TRT-NOME   TO WS-TIT-NOME(WS-QTD-TIT)
                   MOVE TRT-LOCAL  TO WS-TIT-LOCAL(WS-QTD-TIT)
                   MOVE TRT-CPF    TO WS-TIT-CPF(WS-QTD-TIT)
                   MOVE 'S'        TO WS-TIT-ATIVO(WS-QTD-TIT)
                   ADD 1 TO CONT-ALISTAMENTO

                   MOVE 'ALISTAMENTO' TO WS-MOD-TIPO
                   MOVE SPACES        TO HIS-NOME-ANTES
                                         HIS-LOCAL-ANTES
                   MOVE TRT-NOME      TO HIS-NOME-DEPOIS
                   MOVE TRT-LOCAL     TO HIS-LOCAL-DEPOIS
                   MOVE TRT-LOCAL     TO WS-MOD-NOVO
                   PERFORM 4000-GRAVA-MOVIMENTO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-TRANSFERENCIA.
      *----------------------------------------------------------------*
           PERFORM 2200-VALIDA-LOCAL

           EVALUATE TRUE
               WHEN WS-POS-TIT = ZEROS
                   MOVE 'TITULO NAO CADASTRADO' TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN NOT LOCAL-EXISTE
                   MOVE 'LOCAL INEXISTENTE EM LOCVOTO.TXT'
                       TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN WS-TIT-LOCAL(WS-POS-TIT) = TRT-LOCAL
                   MOVE 'ELEITOR JA VOTA NESTE LOCAL'
                       TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN OTHER
                   MOVE WS-TIT-NOME(WS-POS-TIT)  TO HIS-NOME-ANTES
                                                    HIS-NOME-DEPOIS
                   MOVE WS-TIT-LOCAL(WS-POS-TIT) TO HIS-LOCAL-ANTES
                   MOVE TRT-LOCAL                TO HIS-LOCAL-DEPOIS
                   MOVE TRT-LOCAL TO WS-TIT-LOCAL(WS-POS-TIT)
                   ADD 1 TO CONT-TRANSFERENCIA

                   MOVE 'TRANSFERENCIA' TO WS-MOD-TIPO
                   MOVE TRT-LOCAL       TO WS-MOD-NOVO
                   PERFORM 4000-GRAVA-MOVIMENTO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-CORRECAO-NOME.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-POS-TIT = ZEROS
                   MOVE 'TITULO NAO CADASTRADO' TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN TRT-NOME = SPACES
                   MOVE 'NOME DO ELEITOR EM BRANCO' TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN OTHER
                   MOVE WS-TIT-NOME(WS-POS-TIT)  TO HIS-NOME-ANTES
                   MOVE TRT-NOME                 TO HIS-NOME-DEPOIS
                   MOVE WS-TIT-LOCAL(WS-POS-TIT) TO HIS-LOCAL-ANTES
                                                    HIS-LOCAL-DEPOIS
                   MOVE TRT-NOME TO WS-TIT-NOME(WS-POS-TIT)
                   ADD 1 TO CONT-NOME

                   MOVE 'CORRECAO NOME' TO WS-MOD-TIPO
                   MOVE TRT-NOME        TO WS-MOD-NOVO
                   PERFORM 4000-GRAVA-MOVIMENTO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-CANCELAMENTO.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN WS-POS-TIT = ZEROS
                   MOVE 'TITULO NAO CADASTRADO' TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN TRT-MOTIVO = SPACES
                   MOVE 'CANCELAMENTO SEM MOTIVO' TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
      *        Cancelamento por obito vem do MANUHAB com o CPF do
      *        falecido - so cancela se for o mesmo eleitor.
               WHEN TRT-CPF > ZEROS
                AND TRT-CPF NOT = WS-TIT-CPF(WS-POS-TIT)
                   MOVE 'CPF NAO CONFERE COM O TITULO'
                       TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN OTHER
                   MOVE WS-TIT-NOME(WS-POS-TIT)  TO HIS-NOME-ANTES
                   MOVE WS-TIT-LOCAL(WS-POS-TIT) TO HIS-LOCAL-ANTES
                   MOVE SPACES                   TO HIS-NOME-DEPOIS
                                                    HIS-LOCAL-DEPOIS
                   MOVE 'N' TO WS-TIT-ATIVO(WS-POS-TIT)
                   ADD 1 TO CONT-CANCELAMENTO

                   MOVE 'CANCELAMENTO' TO WS-MOD-TIPO
                   MOVE 'CANCELADO'    TO WS-MOD-NOVO
                   PERFORM 4000-GRAVA-MOVIMENTO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3400-VINCULO-CPF.
      *----------------------------------------------------------------*
      *    Liga ao CPF do censo o eleitor cadastrado antes do vinculo
      *    (ou corrige um CPF digitado errado).
           IF WS-POS-TIT > ZEROS
               PERFORM 2300-VERIFICA-CPF
           END-IF

           EVALUATE TRUE
               WHEN WS-POS-TIT = ZEROS
                   MOVE 'TITULO NAO CADASTRADO' TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN CPF-INVALIDO
                   MOVE 'CPF COM DIGITO VERIF. INVALIDO'
                       TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN WS-CPF-EM-USO = 'S'
                   MOVE 'CPF JA VINCULADO A OUTRO TITULO'
                       TO WS-MOTIVO-REJ
                   PERFORM 2900-GRAVA-REJEITO
               WHEN OTHER
                   MOVE WS-TIT-NOME(WS-POS-TIT)  TO HIS-NOME-ANTES
                                                    HIS-NOME-DEPOIS
                   MOVE WS-TIT-LOCAL(WS-POS-TIT) TO HIS-LOCAL-ANTES
                                                    HIS-LOCAL-DEPOIS
                   MOVE TRT-CPF TO WS-TIT-CPF(WS-POS-TIT)
                   ADD 1 TO CONT-VINCULO

                   MOVE 'VINCULO CPF'   TO WS-MOD-TIPO
                   MOVE TRT-CPF         TO WS-MOD-NOVO
                   PERFORM 4000-GRAVA-MOVIMENTO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-GRAVA-REJEITO.
      *----------------------------------------------------------------*
           MOVE SPACES        TO REG-REJEITO
           MOVE TRT-CODE      TO REJ-CODE
           MOVE TRT-NUMERO    TO REJ-NUMERO
           MOVE TRT-USUARIO   TO REJ-USUARIO
           MOVE WS-MOTIVO-REJ TO REJ-MOTIVO

           DISPLAY 'TRANSACAO REJEITADA - TITULO: ' TRT-NUMERO
                   ' MOTIVO: ' WS-MOTIVO-REJ

           WRITE REG-REJEITO

           ADD 1 TO CONT-REJEITADO
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-GRAVA-MOVIMENTO.
      *----------------------------------------------------------------*
      *    Quem chega aqui ja preencheu os valores antes/depois em
      *    REG-HISTORICO e o tipo/novo valor da linha do relatorio.
           MOVE WS-DATA     TO HIS-DATA
           MOVE WS-HORA(1:6) TO HIS-HORA
           MOVE TRT-CODE    TO HIS-CODE
           MOVE TRT-NUMERO  TO HIS-NUMERO
           MOVE TRT-USUARIO TO HIS-USUARIO
           MOVE TRT-MOTIVO  TO HIS-MOTIVO
           IF WS-POS-TIT > ZEROS
               MOVE WS-TIT-CPF(WS-POS-TIT) TO HIS-CPF
           ELSE
               MOVE TRT-CPF                TO HIS-CPF
           END-IF
           WRITE REG-HISTORICO

           MOVE TRT-NUMERO      TO WS-MOD-NUMERO
           MOVE HIS-NOME-ANTES  TO WS-MOD-NOME
           MOVE HIS-LOCAL-ANTES TO WS-MOD-LOCAL
           IF TRANS-ALISTAMENTO
               MOVE TRT-NOME    TO WS-MOD-NOME
               MOVE SPACES      TO WS-MOD-LOCAL
           END-IF
           MOVE TRT-USUARIO     TO WS-MOD-USUARIO
           MOVE TRT-MOTIVO      TO WS-MOD-MOTIVO
           WRITE REG-MOVIMENTO FROM WS-MOV-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-REGRAVA-MESTRE.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQTIT

           MOVE ZEROS TO CONT-FINAL

           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TIT
               IF WS-TIT-ATIVO(WS-IDX-TIT) = 'S'
                   MOVE WS-TIT-NUMERO(WS-IDX-TIT) TO TITR-NUMERO
                   MOVE WS-TIT-NOME(WS-IDX-TIT)   TO TITR-NOME
                   MOVE WS-TIT-LOCAL(WS-IDX-TIT)  TO TITR-LOCAL
                   MOVE WS-TIT-CPF(WS-IDX-TIT)    TO TITR-CPF
                   WRITE REG-TITULO-REG
                   ADD 1 TO CONT-FINAL
               END-IF
           END-PERFORM

           CLOSE ARQTIT
           .
           EXIT.
      *----------------------------------------------------------------*
       5500-ESVAZIA-TRANSACOES.
      *----------------------------------------------------------------*
      *    Transacoes aplicadas ja estao no TITHIST e as recusadas no
      *    TITTREJ; o MANUHAB anexa ao arquivo, entao ele e esvaziado
      *    para a proxima rodada nao repetir as mesmas transacoes.
           OPEN OUTPUT ARQTRANS
           CLOSE ARQTRANS
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-GRAVA-TOTAIS.
      *----------------------------------------------------------------*
           WRITE REG-MOVIMENTO FROM WS-PONTILHADO

           MOVE 'ELEITORADO INICIAL'    TO WS-MOV-ROTULO
           MOVE CONT-INICIAL            TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA

           MOVE 'ALISTAMENTOS'          TO WS-MOV-ROTULO
           MOVE CONT-ALISTAMENTO        TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA

           MOVE 'TRANSFERENCIAS'        TO WS-MOV-ROTULO
           MOVE CONT-TRANSFERENCIA      TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA

           MOVE 'CORRECOES DE NOME'     TO WS-MOV-ROTULO
           MOVE CONT-NOME               TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA

           MOVE 'CANCELAMENTOS'         TO WS-MOV-ROTULO
           MOVE CONT-CANCELAMENTO       TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA

           MOVE 'VINCULOS DE CPF'       TO WS-MOV-ROTULO
           MOVE CONT-VINCULO            TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA

           MOVE 'TRANSACOES REJEITADAS' TO WS-MOV-ROTULO
           MOVE CONT-REJEITADO          TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA

           WRITE REG-MOVIMENTO FROM WS-PONTILHADO

           MOVE 'ELEITORADO FINAL'      TO WS-MOV-ROTULO
           MOVE CONT-FINAL              TO WS-MOV-QTD
           WRITE REG-MOVIMENTO FROM WS-MOV-LINHA
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM MANUTIT.
