      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Poll-worker (mesario) draft, convocation and
      *          attendance. Mode C drafts, for every section of the
      *          location master LOCVOTO.TXT, a presidente, two
      *          secretarios and two mesarios from the voters of
      *          TITULOS.TXT registered at that LOCALVOTO, skipping
      *          the exemptions on MESAISEN.TXT and anyone already
      *          drafted; the result is the poll-worker master
      *          MESARIOS.TXT and one convocation letter per worker
      *          on CONVMESA.TXT. A section without enough eligible
      *          voters is reported with the roles left open. Mode P
      *          keys the election-day attendance onto the master.
      *          Mode F (the default) lists on MESAFALT.TXT every
      *          drafted worker not marked present; QUITACAO reads the
      *          same master and gives those voters the fine status
      *          on VOTSTAT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. MESARIO.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
               CONSOLE IS MODO-INPUT.
               CONSOLE IS DADO-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQLOCM ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-LOCM.

       SELECT ARQTIT ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-TIT.

       SELECT ARQISEN ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-ISEN.

       SELECT ARQMESA ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-MESA.

       SELECT ARQCONV ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.

       SELECT ARQFALT ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD ARQLOCM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LOCVOTO.TXT".
       01  REG-LOCAL-MASTER.
           03 LOC-CODIGO                 PIC X(05).
           03 FILLER                     PIC X(01).
           03 LOC-ZONA                   PIC 9(03).
           03 FILLER                     PIC X(01).
           03 LOC-SECAO                  PIC 9(04).
           03 FILLER                     PIC X(01).
           03 LOC-DESCRICAO              PIC X(20).

       FD ARQTIT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TITULOS.TXT".
       01  REG-TITULO-REG.
           03 TITR-NUMERO                PIC 9(03).
           03 TITR-NOME                  PIC X(10).
           03 TITR-LOCAL                 PIC X(05).
           03 FILLER                     PIC X(11).

       FD ARQISEN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MESAISEN.TXT".
       01  REG-ISENCAO.
           03 ISE-TITULO                 PIC 9(03).
           03 FILLER                     PIC X(01).
           03 ISE-MOTIVO                 PIC X(20).

       FD ARQMESA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MESARIOS.TXT".
       01  REG-MESARIO.
           03 MES-TITULO                 PIC 9(03).
           03 FILLER                     PIC X(01).
           03 MES-NOME                   PIC X(10).
           03 FILLER                     PIC X(01).
           03 MES-LOCAL                  PIC X(05).
           03 FILLER                     PIC X(01).
           03 MES-ZONA                   PIC 9(03).
           03 FILLER                     PIC X(01).
           03 MES-SECAO                  PIC 9(04).
           03 FILLER                     PIC X(01).
           03 MES-FUNCAO                 PIC X(01).
           03 FILLER                     PIC X(01).
           03 MES-PRESENCA               PIC X(01).

       FD ARQCONV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONVMESA.TXT".
       01  REG-CONVOCACAO                PIC X(80).

       FD ARQFALT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MESAFALT.TXT".
       01  REG-FALTOSO                   PIC X(80).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MESARUN.TXT".
       01  REG-RUN                       PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF-LOCM                  PIC X(01) VALUE ' '.
       77  WS-EOF-TIT                   PIC X(01) VALUE ' '.
       77  WS-EOF-ISEN                  PIC X(01) VALUE ' '.
       77  WS-EOF-MESA                  PIC X(01) VALUE ' '.
       77  WS-STATUS-LOCM               PIC X(02) VALUE SPACES.
           88 LOCM-OK                       VALUE '00'.
       77  WS-STATUS-TIT                PIC X(02) VALUE SPACES.
           88 TIT-OK                        VALUE '00'.
       77  WS-STATUS-ISEN               PIC X(02) VALUE SPACES.
           88 ISEN-OK                       VALUE '00'.
       77  WS-STATUS-MESA               PIC X(02) VALUE SPACES.
           88 MESA-OK                       VALUE '00'.
       77  WS-MODO-EXECUCAO             PIC X(01) VALUE 'F'.
       77  WS-QTD-LOCM                  PIC 9(02) VALUE ZEROS.
       77  WS-QTD-TIT                   PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ISEN                  PIC 9(03) VALUE ZEROS.
       77  WS-QTD-MESA                  PIC 9(03) VALUE ZEROS.
       77  WS-MESA-ACHADO               PIC 9(03) VALUE ZEROS.
       77  WS-ACHOU                     PIC X(01) VALUE 'N'.
       77  WS-CONT-CONVOCADO            PIC 9(05) VALUE ZEROS.
       77  WS-CONT-VAGA                 PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ISENTO               PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ACEITA               PIC 9(05) VALUE ZEROS.
       77  WS-CONT-RECUSADA             PIC 9(05) VALUE ZEROS.
       77  WS-CONT-FALTOSO              PIC 9(05) VALUE ZEROS.
       77  WS-CONT-PRESENTE             PIC 9(05) VALUE ZEROS.

      *    Composicao de cada mesa receptora.
       77  WS-VAGAS-PRESIDENTE          PIC 9(01) VALUE 1.
       77  WS-VAGAS-SECRETARIO          PIC 9(01) VALUE 2.
       77  WS-VAGAS-MESARIO             PIC 9(01) VALUE 2.
       77  WS-FUNCAO-VAGA               PIC X(01) VALUE SPACE.
       77  WS-VAGAS-FUNCAO              PIC 9(01) VALUE ZEROS.
       77  WS-VAGAS-PREENCHIDAS         PIC 9(01) VALUE ZEROS.

       77  WS-TITULO-PEDIDO             PIC 9(03) VALUE ZEROS.
       77  WS-PRESENCA-PEDIDA           PIC X(01) VALUE SPACE.
       01  WS-DATA-ELEICAO              PIC 9(08) VALUE ZEROS.
       01  WS-DATA-ELEICAO-R REDEFINES WS-DATA-ELEICAO.
           03 WS-ELE-ANO                PIC 9(04).
           03 WS-ELE-MES                PIC 9(02).
           03 WS-ELE-DIA                PIC 9(02).

           COPY CABECALHO80.
           COPY RUNSUMARIO.

       01  WS-TAB-LOCAL.
           03 WS-LOCM-ITEM OCCURS 50 TIMES.
              05 WS-LOCM-CODIGO         PIC X(05).
              05 WS-LOCM-ZONA           PIC 9(03).
              05 WS-LOCM-SECAO          PIC 9(04).
              05 WS-LOCM-DESCRICAO      PIC X(20).

       01  WS-TAB-TITULO.
           03 WS-TIT-ITEM OCCURS 500 TIMES.
              05 WS-TIT-NUMERO          PIC 9(03).
              05 WS-TIT-NOME            PIC X(10).
              05 WS-TIT-LOCAL           PIC X(05).
              05 WS-TIT-SITUACAO        PIC X(01).
                 88 TIT-DISPONIVEL            VALUE ' '.
                 88 TIT-CONVOCADO             VALUE 'C'.
                 88 TIT-ISENTO                VALUE 'I'.

       01  WS-TAB-ISENCAO.
           03 WS-ISE-TITULO OCCURS 200 TIMES PIC 9(03).

       01  WS-TAB-MESARIO.
           03 WS-MESA-ITEM OCCURS 250 TIMES.
              05 WS-MESA-TITULO         PIC 9(03).
              05 WS-MESA-NOME           PIC X(10).
              05 WS-MESA-LOCAL          PIC X(05).
              05 WS-MESA-ZONA           PIC 9(03).
              05 WS-MESA-SECAO          PIC 9(04).
              05 WS-MESA-FUNCAO         PIC X(01).
              05 WS-MESA-PRESENCA       PIC X(01).

       01  WS-IDX-LOCM                  PIC 9(02) VALUE ZEROS.
       01  WS-IDX-TIT                   PIC 9(03) VALUE ZEROS.
       01  WS-IDX-ISEN                  PIC 9(03) VALUE ZEROS.
       01  WS-IDX-MESA                  PIC 9(03) VALUE ZEROS.

       01  WS-TIMESTAMP.
           03 WS-DATA.
               05 WS-ANO               PIC 9(04).
               05 WS-MES               PIC 9(02).
               05 WS-DIA               PIC 9(02).
           03 WS-HORA.
               05 WS-HH                PIC 9(02).
               05 WS-MM                PIC 9(02).
               05 WS-SS                PIC 9(02).
               05 WS-MS                PIC 9(02).

       01  WS-DATA-AUX                  PIC X(10) VALUE SPACES.
       01  WS-NOME-FUNCAO               PIC X(20) VALUE SPACES.

       01  WS-CARTA-TITULO.
           03 FILLER                   PIC X(44)
               VALUE 'CONVOCACAO PARA OS TRABALHOS ELEITORAIS'.
           03 FILLER                   PIC X(10) VALUE 'EMITIDO: '.
           03 WS-CRT-EMISSAO           PIC X(10).

       01  WS-CARTA-DESTINATARIO.
           03 FILLER                   PIC X(06) VALUE 'PARA: '.
           03 WS-CRT-NOME              PIC X(10).
           03 FILLER                   PIC X(19)
               VALUE '  TITULO ELEITORAL '.
           03 WS-CRT-TITULO            PIC 9(03).

       01  WS-CARTA-FUNCAO.
           03 FILLER                   PIC X(35)
               VALUE 'FICA CONVOCADO(A) PARA A FUNCAO DE '.
           03 WS-CRT-FUNCAO            PIC X(20).

       01  WS-CARTA-LOCAL.
           03 FILLER                   PIC X(07) VALUE 'LOCAL: '.
           03 WS-CRT-LOCAL             PIC X(05).
           03 FILLER                   PIC X(01) VALUE SPACE.
           03 WS-CRT-DESCRICAO         PIC X(20).
           03 FILLER                   PIC X(08) VALUE '  ZONA: '.
           03 WS-CRT-ZONA              PIC 9(03).
           03 FILLER                   PIC X(09) VALUE '  SECAO: '.
           03 WS-CRT-SECAO             PIC 9(04).

       01  WS-CARTA-DATA.
           03 FILLER                   PIC X(15)
               VALUE 'ELEICAO DO DIA '.
           03 WS-CRT-DATA-ELEICAO      PIC X(10).
           03 FILLER                   PIC X(40)
               VALUE ' - APRESENTAR-SE AS 07:00 HORAS.'.

       01  WS-CARTA-FECHO.
           03 FILLER                   PIC X(39)
               VALUE 'O NAO COMPARECIMENTO SEM JUSTIFICATIVA '.
           03 FILLER                   PIC X(41)
               VALUE 'SUJEITA O ELEITOR A MULTA.'.

       01  WS-LINHA1-FALT.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'MESARIOS FALTOSOS NA ELEICAO'.
           03 FILLER PIC X(20) VALUE SPACES.

       01  WS-LINHA-DATA.
           03 FILLER       PIC X(06) VALUE 'DATA: '.
           03 WS-LDT-DATA  PIC X(10).
           03 FILLER       PIC X(07) VALUE ' HORA: '.
           03 WS-HORA-AUX  PIC X(08).
           03 FILLER       PIC X(49) VALUE SPACES.

       01  WS-LINHA2-FALT.
           03 FILLER PIC X(06) VALUE 'TITULO'.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'NOME'.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(05) VALUE 'LOCAL'.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(04) VALUE 'ZONA'.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(05) VALUE 'SECAO'.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'FUNCAO'.
           03 FILLER PIC X(20) VALUE 'SITUACAO'.

       01  WS-DETALHE-FALT.
           03 FILLER                    PIC X(03) VALUE SPACES.
           03 WS-FLT-TITULO             PIC 9(03).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WS-FLT-NOME               PIC X(10).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WS-FLT-LOCAL              PIC X(05).
           03 FILLER                    PIC X(03) VALUE SPACES.
           03 WS-FLT-ZONA               PIC 9(03).
           03 FILLER                    PIC X(03) VALUE SPACES.
           03 WS-FLT-SECAO              PIC 9(04).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WS-FLT-FUNCAO             PIC X(20).
           03 WS-FLT-SITUACAO           PIC X(20).

       01  WS-LINHA-TOT-FALT.
           03 FILLER                    PIC X(24) VALUE
               'MESARIOS CONVOCADOS  : '.
           03 WS-EXB-CONVOCADOS         PIC ZZZZ9.
           03 FILLER                    PIC X(16) VALUE
               '   PRESENTES: '.
           03 WS-EXB-PRESENTES          PIC ZZZZ9.
           03 FILLER                    PIC X(14) VALUE
               '   FALTOSOS: '.
           03 WS-EXB-FALTOSOS           PIC ZZZZ9.
           03 FILLER                    PIC X(11) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

               STRING WS-DIA'/'WS-MES'/'WS-ANO
               DELIMITED BY SIZE INTO WS-DATA-AUX
               END-STRING

               DISPLAY 'MODO (C)ONVOCACAO, (P)RESENCA OU '
                       '(F)ALTOSOS: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               MOVE 'MESARIO' TO WS-RUN-PROGRAMA

               EVALUATE WS-MODO-EXECUCAO
                   WHEN 'C'
                       PERFORM 2000-CONVOCACAO
                       MOVE WS-CONT-CONVOCADO TO WS-RUN-PROCESSADOS
                       MOVE WS-CONT-VAGA      TO WS-RUN-REJEITADOS
                   WHEN 'P'
                       PERFORM 3000-SESSAO-PRESENCA
                       MOVE WS-CONT-ACEITA    TO WS-RUN-PROCESSADOS
                       MOVE WS-CONT-RECUSADA  TO WS-RUN-REJEITADOS
                   WHEN OTHER
                       PERFORM 4000-LISTA-FALTOSOS
                       MOVE WS-QTD-MESA       TO WS-RUN-PROCESSADOS
                       MOVE WS-CONT-FALTOSO   TO WS-RUN-REJEITADOS
               END-EVALUATE

               PERFORM 9900-GRAVA-RUN
               GOBACK.

      *----------------------------------------------------------------*
       0500-CARREGA-LOCAIS.
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
                               MOVE LOC-ZONA
                                   TO WS-LOCM-ZONA(WS-QTD-LOCM)
                               MOVE LOC-SECAO
                                   TO WS-LOCM-SECAO(WS-QTD-LOCM)
                               MOVE LOC-DESCRICAO
                                   TO WS-LOCM-DESCRICAO(WS-QTD-LOCM)
                           ELSE
                               DISPLAY 'SECAO IGNORADA - LIMITE DE 50 '
                                       'LOCAIS EXCEDIDO: ' LOC-CODIGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQLOCM
           ELSE
               DISPLAY 'ERRO AO ABRIR LOCVOTO.TXT - STATUS: '
                       WS-STATUS-LOCM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0520-CARREGA-TITULOS.
      *----------------------------------------------------------------*
      *    Titulo repetido no cadastro entra uma vez so - ninguem e
      *    convocado duas vezes.
           OPEN INPUT ARQTIT
           IF TIT-OK
               PERFORM UNTIL WS-EOF-TIT = 'S'
                   READ ARQTIT
                       AT END
                           MOVE 'S' TO WS-EOF-TIT
                       NOT AT END
                           PERFORM 0530-GUARDA-TITULO
                   END-READ
               END-PERFORM
               CLOSE ARQTIT
           ELSE
               DISPLAY 'ERRO AO ABRIR TITULOS.TXT - STATUS: '
                       WS-STATUS-TIT
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0530-GUARDA-TITULO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TIT
               IF WS-TIT-NUMERO(WS-IDX-TIT) = TITR-NUMERO
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'N'
               IF WS-QTD-TIT < 500
                   ADD 1 TO WS-QTD-TIT
                   MOVE TITR-NUMERO TO WS-TIT-NUMERO(WS-QTD-TIT)
                   MOVE TITR-NOME   TO WS-TIT-NOME(WS-QTD-TIT)
                   MOVE TITR-LOCAL  TO WS-TIT-LOCAL(WS-QTD-TIT)
                   SET TIT-DISPONIVEL(WS-QTD-TIT) TO TRUE
               ELSE
                   DISPLAY 'TITULO IGNORADO - LIMITE DE 500 NO '
                           'CADASTRO EXCEDIDO: ' TITR-NUMERO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0540-CARREGA-ISENCOES.
      *----------------------------------------------------------------*
      *    Sem MESAISEN.TXT todo eleitor do local pode ser convocado.
           OPEN INPUT ARQISEN
           IF ISEN-OK
               PERFORM UNTIL WS-EOF-ISEN = 'S'
                   READ ARQISEN
                       AT END
                           MOVE 'S' TO WS-EOF-ISEN
                       NOT AT END
                           IF WS-QTD-ISEN < 200
                               ADD 1 TO WS-QTD-ISEN
                               MOVE ISE-TITULO
                                   TO WS-ISE-TITULO(WS-QTD-ISEN)
                           ELSE
                               DISPLAY 'ISENCAO IGNORADA - LIMITE DE '
                                       '200 EXCEDIDO: ' ISE-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQISEN
           ELSE
               DISPLAY 'MESAISEN.TXT AUSENTE - CONVOCACAO SEM '
                       'ISENCOES'
           END-IF

           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TIT
               PERFORM VARYING WS-IDX-ISEN FROM 1 BY 1
                       UNTIL WS-IDX-ISEN > WS-QTD-ISEN
                   IF WS-ISE-TITULO(WS-IDX-ISEN) =
                      WS-TIT-NUMERO(WS-IDX-TIT)
                      AND TIT-DISPONIVEL(WS-IDX-TIT)
                       SET TIT-ISENTO(WS-IDX-TIT) TO TRUE
                       ADD 1 TO WS-CONT-ISENTO
                   END-IF
               END-PERFORM
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0560-CARREGA-MESARIOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQMESA
           IF MESA-OK
               PERFORM UNTIL WS-EOF-MESA = 'S'
                   READ ARQMESA
                       AT END
                           MOVE 'S' TO WS-EOF-MESA
                       NOT AT END
                           IF WS-QTD-MESA < 250
                               ADD 1 TO WS-QTD-MESA
                               PERFORM 0570-GUARDA-MESARIO
                           ELSE
                               DISPLAY 'MESARIO IGNORADO - LIMITE DE '
                                       '250 EXCEDIDO: ' MES-TITULO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQMESA
           ELSE
               DISPLAY 'ERRO AO ABRIR MESARIOS.TXT - STATUS: '
                       WS-STATUS-MESA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0570-GUARDA-MESARIO.
      *----------------------------------------------------------------*
           MOVE MES-TITULO   TO WS-MESA-TITULO(WS-QTD-MESA)
           MOVE MES-NOME     TO WS-MESA-NOME(WS-QTD-MESA)
           MOVE MES-LOCAL    TO WS-MESA-LOCAL(WS-QTD-MESA)
           MOVE MES-ZONA     TO WS-MESA-ZONA(WS-QTD-MESA)
           MOVE MES-SECAO    TO WS-MESA-SECAO(WS-QTD-MESA)
           MOVE MES-FUNCAO   TO WS-MESA-FUNCAO(WS-QTD-MESA)
           MOVE MES-PRESENCA TO WS-MESA-PRESENCA(WS-QTD-MESA)
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-NOME-FUNCAO.
      *----------------------------------------------------------------*
           EVALUATE WS-MESA-FUNCAO(WS-IDX-MESA)
               WHEN 'P'
                   MOVE 'PRESIDENTE DE MESA'  TO WS-NOME-FUNCAO
               WHEN 'S'
                   MOVE 'SECRETARIO DE MESA'  TO WS-NOME-FUNCAO
               WHEN OTHER
                   MOVE 'MESARIO'             TO WS-NOME-FUNCAO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-CONVOCACAO.
      *----------------------------------------------------------------*
           DISPLAY 'DATA DA ELEICAO (AAAAMMDD): '
           ACCEPT WS-DATA-ELEICAO FROM DADO-INPUT

           PERFORM 0500-CARREGA-LOCAIS
           PERFORM 0520-CARREGA-TITULOS

           EVALUATE TRUE
               WHEN NOT LOCM-OK OR NOT TIT-OK
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR LOCVOTO/TITULOS'
                       TO WS-RUN-MOTIVO
                   MOVE 'MES001' TO WS-RUN-CODIGO
               WHEN WS-ELE-MES < 1 OR WS-ELE-MES > 12
                 OR WS-ELE-DIA < 1 OR WS-ELE-DIA > 31
                 OR WS-DATA-ELEICAO < WS-DATA
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'DATA DA ELEICAO INVALIDA' TO WS-RUN-MOTIVO
                   MOVE 'MES002' TO WS-RUN-CODIGO
                   DISPLAY 'DATA DA ELEICAO INVALIDA: ' WS-DATA-ELEICAO
               WHEN OTHER
                   PERFORM 0540-CARREGA-ISENCOES
                   PERFORM 2100-SORTEIA-MESAS
                   PERFORM 2500-GRAVA-CONVOCACAO

                   DISPLAY 'MESARIOS CONVOCADOS  : ' WS-CONT-CONVOCADO
                   DISPLAY 'ELEITORES ISENTOS    : ' WS-CONT-ISENTO
                   DISPLAY 'VAGAS NAO PREENCHIDAS: ' WS-CONT-VAGA
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-SORTEIA-MESAS.
      *----------------------------------------------------------------*
      *    Cada secao recebe as funcoes na ordem presidente,
      *    secretarios e mesarios, tiradas dos eleitores do proprio
      *    local na ordem do cadastro.
           PERFORM VARYING WS-IDX-LOCM FROM 1 BY 1
                   UNTIL WS-IDX-LOCM > WS-QTD-LOCM
               MOVE 'P'                 TO WS-FUNCAO-VAGA
               MOVE WS-VAGAS-PRESIDENTE TO WS-VAGAS-FUNCAO
               PERFORM 2200-PREENCHE-FUNCAO
               MOVE 'S'                 TO WS-FUNCAO-VAGA
               MOVE WS-VAGAS-SECRETARIO TO WS-VAGAS-FUNCAO
               PERFORM 2200-PREENCHE-FUNCAO
               MOVE 'M'                 TO WS-FUNCAO-VAGA
               MOVE WS-VAGAS-MESARIO    TO WS-VAGAS-FUNCAO
               PERFORM 2200-PREENCHE-FUNCAO
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-PREENCHE-FUNCAO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-VAGAS-PREENCHIDAS
           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TIT
                      OR WS-VAGAS-PREENCHIDAS = WS-VAGAS-FUNCAO
               IF WS-TIT-LOCAL(WS-IDX-TIT) =
                  WS-LOCM-CODIGO(WS-IDX-LOCM)
                  AND TIT-DISPONIVEL(WS-IDX-TIT)
                  AND WS-QTD-MESA < 250
                   ADD 1 TO WS-QTD-MESA
                   ADD 1 TO WS-VAGAS-PREENCHIDAS
                   SET TIT-CONVOCADO(WS-IDX-TIT) TO TRUE
                   MOVE WS-TIT-NUMERO(WS-IDX-TIT)
                       TO WS-MESA-TITULO(WS-QTD-MESA)
                   MOVE WS-TIT-NOME(WS-IDX-TIT)
                       TO WS-MESA-NOME(WS-QTD-MESA)
                   MOVE WS-LOCM-CODIGO(WS-IDX-LOCM)
                       TO WS-MESA-LOCAL(WS-QTD-MESA)
                   MOVE WS-LOCM-ZONA(WS-IDX-LOCM)
                       TO WS-MESA-ZONA(WS-QTD-MESA)
                   MOVE WS-LOCM-SECAO(WS-IDX-LOCM)
                       TO WS-MESA-SECAO(WS-QTD-MESA)
                   MOVE WS-FUNCAO-VAGA
                       TO WS-MESA-FUNCAO(WS-QTD-MESA)
                   MOVE SPACE
                       TO WS-MESA-PRESENCA(WS-QTD-MESA)
               END-IF
           END-PERFORM

           IF WS-VAGAS-PREENCHIDAS < WS-VAGAS-FUNCAO
               COMPUTE WS-CONT-VAGA = WS-CONT-VAGA +
                   WS-VAGAS-FUNCAO - WS-VAGAS-PREENCHIDAS
               DISPLAY 'SECAO ' WS-LOCM-ZONA(WS-IDX-LOCM) '/'
                       WS-LOCM-SECAO(WS-IDX-LOCM) ' LOCAL '
                       WS-LOCM-CODIGO(WS-IDX-LOCM)
                       ' SEM ELEITORES SUFICIENTES - FUNCAO '
                       WS-FUNCAO-VAGA ' VAGAS ABERTAS: '
                       WS-VAGAS-FUNCAO ' PREENCHIDAS: '
                       WS-VAGAS-PREENCHIDAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-GRAVA-CONVOCACAO.
      *----------------------------------------------------------------*
      *    O cadastro de mesarios e refeito a cada convocacao, com a
      *    presenca em branco ate o dia da eleicao.
           OPEN OUTPUT ARQMESA
           OPEN OUTPUT ARQCONV

           MOVE WS-DATA-AUX TO WS-CRT-EMISSAO
           MOVE SPACES      TO WS-CRT-DATA-ELEICAO
           STRING WS-ELE-DIA'/'WS-ELE-MES'/'WS-ELE-ANO
           DELIMITED BY SIZE INTO WS-CRT-DATA-ELEICAO
           END-STRING

           PERFORM VARYING WS-IDX-MESA FROM 1 BY 1
                   UNTIL WS-IDX-MESA > WS-QTD-MESA
               PERFORM 2600-GRAVA-MESARIO
               PERFORM 2700-GERA-CARTA
           END-PERFORM

           CLOSE ARQMESA
           CLOSE ARQCONV
           .
           EXIT.
      *----------------------------------------------------------------*
       2600-GRAVA-MESARIO.
      *----------------------------------------------------------------*
           MOVE SPACES                       TO REG-MESARIO
           MOVE WS-MESA-TITULO(WS-IDX-MESA)   TO MES-TITULO
           MOVE WS-MESA-NOME(WS-IDX-MESA)     TO MES-NOME
           MOVE WS-MESA-LOCAL(WS-IDX-MESA)    TO MES-LOCAL
           MOVE WS-MESA-ZONA(WS-IDX-MESA)     TO MES-ZONA
           MOVE WS-MESA-SECAO(WS-IDX-MESA)    TO MES-SECAO
           MOVE WS-MESA-FUNCAO(WS-IDX-MESA)   TO MES-FUNCAO
           MOVE WS-MESA-PRESENCA(WS-IDX-MESA) TO MES-PRESENCA
           WRITE REG-MESARIO
           .
           EXIT.
      *----------------------------------------------------------------*
       2700-GERA-CARTA.
      *----------------------------------------------------------------*
           PERFORM 0600-NOME-FUNCAO

           MOVE WS-MESA-NOME(WS-IDX-MESA)   TO WS-CRT-NOME
           MOVE WS-MESA-TITULO(WS-IDX-MESA) TO WS-CRT-TITULO
           MOVE WS-NOME-FUNCAO              TO WS-CRT-FUNCAO
           MOVE WS-MESA-LOCAL(WS-IDX-MESA)  TO WS-CRT-LOCAL
           MOVE WS-MESA-ZONA(WS-IDX-MESA)   TO WS-CRT-ZONA
           MOVE WS-MESA-SECAO(WS-IDX-MESA)  TO WS-CRT-SECAO

           MOVE SPACES TO WS-CRT-DESCRICAO
           PERFORM VARYING WS-IDX-LOCM FROM 1 BY 1
                   UNTIL WS-IDX-LOCM > WS-QTD-LOCM
               IF WS-LOCM-CODIGO(WS-IDX-LOCM) =
                  WS-MESA-LOCAL(WS-IDX-MESA)
                   MOVE WS-LOCM-DESCRICAO(WS-IDX-LOCM)
                       TO WS-CRT-DESCRICAO
               END-IF
           END-PERFORM

           WRITE REG-CONVOCACAO FROM WS-PONTILHADO
           WRITE REG-CONVOCACAO FROM WS-CARTA-TITULO
           WRITE REG-CONVOCACAO FROM WS-CARTA-DESTINATARIO
           WRITE REG-CONVOCACAO FROM WS-CARTA-FUNCAO
           WRITE REG-CONVOCACAO FROM WS-CARTA-LOCAL
           WRITE REG-CONVOCACAO FROM WS-CARTA-DATA
           WRITE REG-CONVOCACAO FROM WS-CARTA-FECHO
           WRITE REG-CONVOCACAO FROM WS-PONTILHADO

           ADD 1 TO WS-CONT-CONVOCADO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-SESSAO-PRESENCA.
      *----------------------------------------------------------------*
      *    Dia da eleicao: o chefe do local informa quem compareceu.
      *    Mesario nao informado continua em branco e conta como
      *    faltoso na lista de faltosos.
           PERFORM 0560-CARREGA-MESARIOS

           IF MESA-OK
               PERFORM 3100-LE-TITULO
               PERFORM UNTIL WS-TITULO-PEDIDO = ZEROS
                   PERFORM 3200-REGISTRA-PRESENCA
                   PERFORM 3100-LE-TITULO
               END-PERFORM

               IF WS-CONT-ACEITA > ZEROS
                   OPEN OUTPUT ARQMESA
                   PERFORM 2600-GRAVA-MESARIO
                       VARYING WS-IDX-MESA FROM 1 BY 1
                       UNTIL WS-IDX-MESA > WS-QTD-MESA
                   CLOSE ARQMESA
               END-IF

               DISPLAY 'PRESENCAS REGISTRADAS: ' WS-CONT-ACEITA
               DISPLAY 'PRESENCAS RECUSADAS  : ' WS-CONT-RECUSADA
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR MESARIOS.TXT' TO WS-RUN-MOTIVO
               MOVE 'MES001' TO WS-RUN-CODIGO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-LE-TITULO.
      *----------------------------------------------------------------*
           DISPLAY 'TITULO DO MESARIO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-TITULO-PEDIDO FROM DADO-INPUT
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-REGISTRA-PRESENCA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-MESA-ACHADO
           PERFORM VARYING WS-IDX-MESA FROM 1 BY 1
                   UNTIL WS-IDX-MESA > WS-QTD-MESA
                      OR WS-MESA-ACHADO > ZEROS
               IF WS-MESA-TITULO(WS-IDX-MESA) = WS-TITULO-PEDIDO
                   MOVE WS-IDX-MESA TO WS-MESA-ACHADO
               END-IF
           END-PERFORM

           IF WS-MESA-ACHADO = ZEROS
               ADD 1 TO WS-CONT-RECUSADA
               DISPLAY 'PRESENCA RECUSADA - TITULO NAO CONVOCADO: '
                       WS-TITULO-PEDIDO
           ELSE
               DISPLAY WS-MESA-NOME(WS-MESA-ACHADO) ' SECAO '
                       WS-MESA-ZONA(WS-MESA-ACHADO) '/'
                       WS-MESA-SECAO(WS-MESA-ACHADO)
               DISPLAY 'COMPARECEU (S/N): '
               ACCEPT WS-PRESENCA-PEDIDA FROM DADO-INPUT
               IF WS-PRESENCA-PEDIDA = 'S' OR 'N'
                   MOVE WS-PRESENCA-PEDIDA
                       TO WS-MESA-PRESENCA(WS-MESA-ACHADO)
                   ADD 1 TO WS-CONT-ACEITA
               ELSE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'PRESENCA RECUSADA - RESPONDA S OU N'
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-LISTA-FALTOSOS.
      *----------------------------------------------------------------*
           PERFORM 0560-CARREGA-MESARIOS

           IF MESA-OK
               OPEN OUTPUT ARQFALT

               MOVE WS-DATA-AUX TO WS-LDT-DATA
               STRING WS-HH':'WS-MM':'WS-SS
               DELIMITED BY SIZE INTO WS-HORA-AUX
               END-STRING

               WRITE REG-FALTOSO FROM WS-LINHA1-FALT
               WRITE REG-FALTOSO FROM WS-LINHA-DATA
               WRITE REG-FALTOSO FROM WS-PONTILHADO
               WRITE REG-FALTOSO FROM WS-LINHA2-FALT
               WRITE REG-FALTOSO FROM WS-PONTILHADO

               PERFORM VARYING WS-IDX-MESA FROM 1 BY 1
                       UNTIL WS-IDX-MESA > WS-QTD-MESA
                   IF WS-MESA-PRESENCA(WS-IDX-MESA) = 'S'
                       ADD 1 TO WS-CONT-PRESENTE
                   ELSE
                       PERFORM 4100-GRAVA-FALTOSO
                   END-IF
               END-PERFORM

               MOVE WS-QTD-MESA      TO WS-EXB-CONVOCADOS
               MOVE WS-CONT-PRESENTE TO WS-EXB-PRESENTES
               MOVE WS-CONT-FALTOSO  TO WS-EXB-FALTOSOS
               WRITE REG-FALTOSO FROM WS-PONTILHADO
               WRITE REG-FALTOSO FROM WS-LINHA-TOT-FALT

               CLOSE ARQFALT

               DISPLAY 'MESARIOS FALTOSOS: ' WS-CONT-FALTOSO
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR MESARIOS.TXT' TO WS-RUN-MOTIVO
               MOVE 'MES001' TO WS-RUN-CODIGO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-GRAVA-FALTOSO.
      *----------------------------------------------------------------*
           PERFORM 0600-NOME-FUNCAO
           ADD 1 TO WS-CONT-FALTOSO

           MOVE WS-MESA-TITULO(WS-IDX-MESA) TO WS-FLT-TITULO
           MOVE WS-MESA-NOME(WS-IDX-MESA)   TO WS-FLT-NOME
           MOVE WS-MESA-LOCAL(WS-IDX-MESA)  TO WS-FLT-LOCAL
           MOVE WS-MESA-ZONA(WS-IDX-MESA)   TO WS-FLT-ZONA
           MOVE WS-MESA-SECAO(WS-IDX-MESA)  TO WS-FLT-SECAO
           MOVE WS-NOME-FUNCAO              TO WS-FLT-FUNCAO

           IF WS-MESA-PRESENCA(WS-IDX-MESA) = 'N'
               MOVE 'AUSENTE - MULTA'       TO WS-FLT-SITUACAO
           ELSE
               MOVE 'SEM REGISTRO - MULTA'  TO WS-FLT-SITUACAO
           END-IF

           WRITE REG-FALTOSO FROM WS-DETALHE-FALT
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM MESARIO.
