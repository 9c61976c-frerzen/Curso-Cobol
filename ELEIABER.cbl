      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Open-data export of the election results for the
      *          press and the public. Counts the APURACAO.TXT ballots
      *          of both races with the same rules as the official
      *          runs - the executive race as ELEICAO2 does (location
      *          master, PARTIDOS.TXT legenda) and the councilor race
      *          as VEREADOR does (parties from the V candidates) -
      *          and writes ELEIABER.CSV, one comma-separated line
      *          per zona/secao of LOCVOTO.TXT with the registered
      *          voters of TITULOS.TXT, turnout, abstention, blank,
      *          null and legenda votes (SEC), one line per candidate
      *          (CAN) and per party (PAR) in each section, and the
      *          race totals (TOT). The file carries the standard
      *          interface envelope: the HDR line identifies the
      *          election and the TRL line closes the record count
      *          with the control totals per race - ballots counted,
      *          blank, null and valid - which are the figures of the
      *          ELEICAO2 and VEREADOR reports. Like ELEICAO2 nothing
      *          is published while BOLURNA holds the URNASTAT.TXT
      *          lock or the ballot file fails its envelope.
      *          Layout of the data lines:
      *          SEC,cargo,zona,secao,local,descricao,aptos,
      *              comparecimento,abstencao,brancos,nulos,legenda,
      *              percentual de comparecimento
      *          CAN,cargo,zona,secao,local,numero,nome,partido,votos
      *          PAR,cargo,zona,secao,local,partido,nome,nominais,
      *              legenda,total
      *          TOT,cargo,aptos,comparecimento,abstencao,brancos,
      *              nulos,legenda,nominais,validos,percentual
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. ELEIABER.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQAPU ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-APU.

       SELECT ARQCAND ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-CAND.

       SELECT ARQPART ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-PART.

       SELECT ARQLOCM ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-LOCM.

       SELECT ARQTIT ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-TIT.

       SELECT ARQURNA ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-URNA.

       SELECT ARQABE ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD ARQAPU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "APURACAO.TXT".
       01  REG-ELEICAO.
           03 FD-LOCALVOTO              PIC X(05).
           03 FD-TITELEITOR             PIC 9(03).
           03 FD-ELEITOR                PIC X(10).
           03 FD-VOTO.
              05 FD-VOTO-PREFIXO        PIC 9(02).
              05 FD-VOTO-UNIDADE        PIC 9(01).
           03 FD-CARGO-ELEI             PIC X(01).

       FD ARQCAND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CANDIDATOS.TXT".
       01  REG-CANDIDATO.
           03 CAND-NUMERO.
              05 CAND-NUM-PREFIXO       PIC 9(02).
              05 CAND-NUM-UNIDADE       PIC 9(01).
           03 CAND-NOME                 PIC X(20).
           03 CAND-CARGO                PIC X(01).

       FD ARQPART
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PARTIDOS.TXT".
       01  REG-PARTIDO.
           03 PAR-PREFIXO               PIC 9(02).
           03 FILLER                    PIC X(01).
           03 PAR-NOME                  PIC X(20).
           03 FILLER                    PIC X(01).
           03 PAR-COLIGACAO             PIC 9(02).

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

       FD ARQTIT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TITULOS.TXT".
       01  REG-TITULO-REG.
           03 TITR-NUMERO               PIC 9(03).
           03 TITR-NOME                 PIC X(10).
           03 TITR-LOCAL                PIC X(05).
           03 FILLER                    PIC X(11).

       FD ARQURNA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "URNASTAT.TXT".
       01  REG-URNASTAT.
           03 URS-STATUS                PIC X(01).
           03 FILLER                    PIC X(01).
           03 URS-DATA                  PIC 9(08).
           03 FILLER                    PIC X(01).
           03 URS-DIVERGENCIAS          PIC 9(05).

       FD ARQABE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ELEIABER.CSV".
       01  REG-ABERTO                   PIC X(120).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ABERRUN.TXT".
       01  REG-RUN                      PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                       PIC X(01) VALUE ' '.
       77  WS-EOF-CAND                  PIC X(01) VALUE ' '.
       77  WS-EOF-PART                  PIC X(01) VALUE ' '.
       77  WS-EOF-LOCM                  PIC X(01) VALUE ' '.
       77  WS-EOF-TIT                   PIC X(01) VALUE ' '.
       77  WS-STATUS-APU                PIC X(02) VALUE SPACES.
           88 APU-OK                        VALUE '00'.
       77  WS-STATUS-CAND               PIC X(02) VALUE SPACES.
           88 CAND-OK                       VALUE '00'.
       77  WS-STATUS-PART               PIC X(02) VALUE SPACES.
           88 PART-OK                       VALUE '00'.
       77  WS-STATUS-LOCM               PIC X(02) VALUE SPACES.
           88 LOCM-OK                       VALUE '00'.
       77  WS-STATUS-TIT                PIC X(02) VALUE SPACES.
           88 TIT-OK                        VALUE '00'.
       77  WS-STATUS-URNA               PIC X(02) VALUE SPACES.
           88 URNA-ARQ-OK                   VALUE '00'.
       77  WS-URNA-SITUACAO             PIC X(01) VALUE 'F'.
           88 URNAS-DIVERGENTES             VALUE 'D'.

           COPY RUNSUMARIO.
           COPY ENVELOPE.

       77  WS-QTD-LOCM                  PIC 9(02) VALUE ZEROS.
       77  WS-QTD-SEC                   PIC 9(02) VALUE ZEROS.
       77  WS-IDX-SEC                   PIC 9(02) VALUE ZEROS.
       77  WS-POS-SEC                   PIC 9(02) VALUE ZEROS.
       77  WS-LOCAL-BUSCA               PIC X(05) VALUE SPACES.
       77  WS-QTD-CAND                  PIC 9(02) VALUE ZEROS.
       77  WS-QTD-CAND-P                PIC 9(02) VALUE ZEROS.
       77  WS-QTD-CAND-V                PIC 9(02) VALUE ZEROS.
       77  WS-IDX-CAND                  PIC 9(02) VALUE ZEROS.
       77  WS-QTD-PART                  PIC 9(02) VALUE ZEROS.
       77  WS-QTD-PART-V                PIC 9(02) VALUE ZEROS.
       77  WS-IDX-PART                  PIC 9(02) VALUE ZEROS.
       77  WS-POS-PART                  PIC 9(02) VALUE ZEROS.
       77  WS-QTD-REGISTRO              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-REG                   PIC 9(03) VALUE ZEROS.
       77  WS-IDX-VIS                   PIC 9(03) VALUE ZEROS.
       77  WS-IC                        PIC 9(01) VALUE ZEROS.
       77  WS-CEDULA-EXCLUIDA           PIC X(01) VALUE 'N'.
       77  WS-TIT-CADASTRADO            PIC X(01) VALUE 'N'.
       77  WS-VOTO-SOMADO               PIC X(01) VALUE 'N'.
       77  WS-PART-ACHADO               PIC X(01) VALUE 'N'.
       77  WS-PART-ELEGIVEL             PIC X(01) VALUE 'N'.
       77  WS-CONT-EXCLUIDO             PIC 9(05) VALUE ZEROS.
       77  WS-CONT-GRAVADOS             PIC 9(07) VALUE ZEROS.
       77  WS-TOTAL-APTOS               PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-NOMINAIS            PIC 9(06) VALUE ZEROS.
       77  WS-VOTOS-VALIDOS             PIC 9(06) VALUE ZEROS.
       77  WS-ABSTENCAO                 PIC 9(06) VALUE ZEROS.
       77  WS-PERC-AUX                  PIC 9(03)V99 VALUE ZEROS.

      *    Secoes: as do master LOCVOTO.TXT na ordem do arquivo e,
      *    depois delas, os locais sem cadastro de zona que aparecem
      *    no cadastro de eleitores ou nas cedulas de vereador (zona
      *    e secao zeradas) - assim a soma das secoes fecha com o
      *    total oficial de cada cargo. Cargo 1 = executivo (P),
      *    cargo 2 = vereador (V).
       01  WS-TAB-SECAO.
           03 WS-SEC-ITEM OCCURS 60 TIMES.
              05 WS-SEC-CODIGO          PIC X(05).
              05 WS-SEC-ZONA            PIC 9(03).
              05 WS-SEC-SECAO           PIC 9(04).
              05 WS-SEC-DESCRICAO       PIC X(20).
              05 WS-SEC-NO-MASTER       PIC X(01).
              05 WS-SEC-APTOS           PIC 9(05).
              05 WS-SEC-CARGO OCCURS 2 TIMES.
                 07 WS-SEC-COMPAREC     PIC 9(05).
                 07 WS-SEC-BRANCO       PIC 9(05).
                 07 WS-SEC-NULO         PIC 9(05).
                 07 WS-SEC-LEGENDA      PIC 9(05).

       01  WS-TAB-CANDIDATO.
           03 WS-CAN-ITEM OCCURS 70 TIMES.
              05 WS-CAN-NUMERO          PIC 9(03).
              05 WS-CAN-PREFIXO         PIC 9(02).
              05 WS-CAN-NOME            PIC X(20).
              05 WS-CAN-CARGO           PIC 9(01).

      *    Partido do executivo: so os do master PARTIDOS.TXT, como
      *    na ELEICAO2. Partido do vereador: prefixo de algum
      *    candidato V, como na VEREADOR.
       01  WS-TAB-PARTIDO.
           03 WS-PAR-ITEM OCCURS 40 TIMES.
              05 WS-PAR-PREFIXO         PIC 9(02).
              05 WS-PAR-NOME            PIC X(20).
              05 WS-PAR-NO-MASTER       PIC X(01).
              05 WS-PAR-COM-VEREADOR    PIC X(01).

       01  WS-TAB-VOTO-CAND.
           03 WS-VCA-SEC OCCURS 60 TIMES.
              05 WS-VCA-VOTOS OCCURS 70 TIMES PIC 9(05)
                                              VALUE ZEROS.

       01  WS-TAB-VOTO-PART.
           03 WS-VPA-SEC OCCURS 60 TIMES.
              05 WS-VPA-PART OCCURS 40 TIMES.
                 07 WS-VPA-CARGO OCCURS 2 TIMES.
                    09 WS-VPA-NOMINAIS  PIC 9(05) VALUE ZEROS.
                    09 WS-VPA-LEGENDA   PIC 9(05) VALUE ZEROS.

       01  WS-TAB-REGISTRO.
           03 WS-REG-ITEM OCCURS 500 TIMES.
              05 WS-REG-NUMERO          PIC 9(03).
              05 WS-REG-LOCAL           PIC X(05).

      *    Titulos ja apurados, um controle por cargo: o mesmo
      *    eleitor vota nos dois cargos no mesmo dia.
       01  WS-TAB-VISTOS.
           03 WS-VIS-CARGO OCCURS 2 TIMES.
              05 WS-VIS-QTD             PIC 9(03).
              05 WS-VIS-TITULO OCCURS 500 TIMES PIC 9(03).

       01  WS-TAB-TOTAL.
           03 WS-TOT-CARGO OCCURS 2 TIMES.
              05 WS-TOT-COMPAREC        PIC 9(06).
              05 WS-TOT-BRANCO          PIC 9(06).
              05 WS-TOT-NULO            PIC 9(06).
              05 WS-TOT-LEGENDA         PIC 9(06).

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

       01  WS-CARGO-COD                 PIC X(02) VALUE 'PV'.

       01  WS-ABE-CABECALHO.
           03 WS-ABH-ENVELOPE           PIC X(19).
           03 FILLER                    PIC X(01) VALUE ','.
           03 FILLER                    PIC X(20)
               VALUE 'ELEICOES MUNICIPAIS '.
           03 WS-ABH-ANO                PIC 9(04).
           03 FILLER                    PIC X(09) VALUE ',TURNO 1,'.
           03 FILLER                    PIC X(21)
               VALUE 'EXECUTIVO E VEREADOR,'.
           03 WS-ABH-HORA               PIC X(08).

       01  WS-ABE-SECAO.
           03 FILLER                    PIC X(04) VALUE 'SEC,'.
           03 WS-ABS-CARGO              PIC X(01).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABS-ZONA               PIC 9(03).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABS-SECAO              PIC 9(04).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABS-LOCAL              PIC X(05).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABS-DESCRICAO          PIC X(20).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABS-APTOS              PIC 9(05).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABS-COMPAREC           PIC 9(05).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABS-ABSTENCAO          PIC 9(05).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABS-BRANCO             PIC 9(05).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABS-NULO               PIC 9(05).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABS-LEGENDA            PIC 9(05).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABS-PERC               PIC 999.99.

       01  WS-ABE-CAND.
           03 FILLER                    PIC X(04) VALUE 'CAN,'.
           03 WS-ABC-CARGO              PIC X(01).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABC-ZONA               PIC 9(03).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABC-SECAO              PIC 9(04).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABC-LOCAL              PIC X(05).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABC-NUMERO             PIC 9(03).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABC-NOME               PIC X(20).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABC-PARTIDO            PIC 9(02).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABC-VOTOS              PIC 9(05).

       01  WS-ABE-PART.
           03 FILLER                    PIC X(04) VALUE 'PAR,'.
           03 WS-ABP-CARGO              PIC X(01).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABP-ZONA               PIC 9(03).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABP-SECAO              PIC 9(04).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABP-LOCAL              PIC X(05).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABP-PARTIDO            PIC 9(02).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABP-NOME               PIC X(20).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABP-NOMINAIS           PIC 9(05).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABP-LEGENDA            PIC 9(05).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABP-TOTAL              PIC 9(05).

       01  WS-ABE-TOTAL.
           03 FILLER                    PIC X(04) VALUE 'TOT,'.
           03 WS-ABT-CARGO              PIC X(01).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABT-APTOS              PIC 9(06).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABT-COMPAREC           PIC 9(06).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABT-ABSTENCAO          PIC 9(06).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABT-BRANCO             PIC 9(06).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABT-NULO               PIC 9(06).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABT-LEGENDA            PIC 9(06).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABT-NOMINAIS           PIC 9(06).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABT-VALIDOS            PIC 9(06).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABT-PERC               PIC 999.99.

      *    Trailer: envelope padrao (contagem das linhas de dados)
      *    seguido dos totais de controle de cada cargo - cedulas
      *    apuradas, brancos, nulos e validos - os mesmos numeros dos
      *    relatorios da ELEICAO2 e da VEREADOR.
       01  WS-ABE-TRAILER.
           03 WS-ABR-ENVELOPE           PIC X(10).
           03 FILLER                    PIC X(03) VALUE ',P,'.
           03 WS-ABR-COMPAREC-P         PIC 9(06).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABR-BRANCO-P           PIC 9(06).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABR-NULO-P             PIC 9(06).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABR-VALIDOS-P          PIC 9(06).
           03 FILLER                    PIC X(03) VALUE ',V,'.
           03 WS-ABR-COMPAREC-V         PIC 9(06).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABR-BRANCO-V           PIC 9(06).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABR-NULO-V             PIC 9(06).
           03 FILLER                    PIC X(01) VALUE ','.
           03 WS-ABR-VALIDOS-V          PIC 9(06).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
               MOVE 'ELEIABER' TO WS-RUN-PROGRAMA

               PERFORM 0100-VERIFICA-URNAS
               IF URNAS-DIVERGENTES
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'URNAS DIVERGENTES (BOLURNA)'
                       TO WS-RUN-MOTIVO
                   MOVE 'ABE001' TO WS-RUN-CODIGO
                   DISPLAY 'DADOS ABERTOS NAO PUBLICADOS - BOLETINS '
                           'DE URNA DIVERGENTES (VEJA BOLDIV.TXT)'
                   PERFORM 9900-GRAVA-RUN
                   GOBACK
               END-IF

               INITIALIZE WS-TAB-SECAO
                          WS-TAB-TOTAL
               MOVE ZEROS TO WS-VIS-QTD(1) WS-VIS-QTD(2)

               PERFORM 0200-CARREGA-LOCAIS
               PERFORM 0300-CARREGA-PARTIDOS
               PERFORM 0400-CARREGA-CANDIDATOS
               PERFORM 0500-CARREGA-TITULOS

               OPEN INPUT ARQAPU
               IF APU-OK
                   PERFORM 1000-APURA-CEDULAS
                   CLOSE ARQAPU

                   IF ENVELOPE-ERRADO
                       SET FIM-ANORMAL TO TRUE
                       MOVE WS-ENV-MOTIVO TO WS-RUN-MOTIVO
                       MOVE 'ABE003' TO WS-RUN-CODIGO
                       DISPLAY 'ARQUIVO DE APURACAO REJEITADO - '
                               WS-ENV-MOTIVO
                   ELSE
                       OPEN OUTPUT ARQABE
                       PERFORM 2000-GRAVA-CABECALHO
                       PERFORM 3000-GRAVA-SECOES
                       PERFORM 4000-GRAVA-TOTAIS
                       PERFORM 5000-GRAVA-TRAILER
                       CLOSE ARQABE
                       DISPLAY 'DADOS ABERTOS GRAVADOS EM ELEIABER.CSV '
                               '- LINHAS DE DADOS: ' WS-CONT-GRAVADOS
                   END-IF
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR APURACAO.TXT' TO WS-RUN-MOTIVO
                   MOVE 'ABE002' TO WS-RUN-CODIGO
                   DISPLAY 'ERRO AO ABRIR ARQAPU - STATUS: '
                           WS-STATUS-APU
               END-IF

               COMPUTE WS-RUN-PROCESSADOS =
                   WS-TOT-COMPAREC(1) + WS-TOT-COMPAREC(2)
               MOVE WS-CONT-EXCLUIDO TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-VERIFICA-URNAS.
      *----------------------------------------------------------------*
      *    Mesma trava de publicacao da ELEICAO2: 'D' em URNASTAT.TXT
      *    enquanto a conciliacao BOLURNA acusar divergencia.
           MOVE 'F' TO WS-URNA-SITUACAO

           OPEN INPUT ARQURNA
           IF URNA-ARQ-OK
               READ ARQURNA
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE URS-STATUS TO WS-URNA-SITUACAO
               END-READ
               CLOSE ARQURNA
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
                               ADD 1 TO WS-QTD-SEC
                               MOVE LOC-CODIGO
                                   TO WS-SEC-CODIGO(WS-QTD-SEC)
                               MOVE LOC-ZONA
                                   TO WS-SEC-ZONA(WS-QTD-SEC)
                               MOVE LOC-SECAO
                                   TO WS-SEC-SECAO(WS-QTD-SEC)
                               MOVE LOC-DESCRICAO
                                   TO WS-SEC-DESCRICAO(WS-QTD-SEC)
                               MOVE 'S'
                                   TO WS-SEC-NO-MASTER(WS-QTD-SEC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQLOCM
           ELSE
               DISPLAY 'LOCVOTO.TXT AUSENTE - SECOES SEM ZONA, UMA '
                       'POR LOCAL DE VOTO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-CARREGA-PARTIDOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQPART
           IF PART-OK
               PERFORM UNTIL WS-EOF-PART = 'S'
                   READ ARQPART
                       AT END
                           MOVE 'S' TO WS-EOF-PART
                       NOT AT END
                           IF WS-QTD-PART < 20
                               ADD 1 TO WS-QTD-PART
                               MOVE PAR-PREFIXO
                                   TO WS-PAR-PREFIXO(WS-QTD-PART)
                               MOVE PAR-NOME
                                   TO WS-PAR-NOME(WS-QTD-PART)
                               MOVE 'S'
                                   TO WS-PAR-NO-MASTER(WS-QTD-PART)
                               MOVE 'N'
                                   TO WS-PAR-COM-VEREADOR(WS-QTD-PART)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPART
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-CARREGA-CANDIDATOS.
      *----------------------------------------------------------------*
      *    Mesmos limites das apuracoes oficiais: 20 candidatos do
      *    executivo (ELEICAO2) e 50 de vereador (VEREADOR).
           OPEN INPUT ARQCAND
           IF CAND-OK
               PERFORM UNTIL WS-EOF-CAND = 'S'
                   READ ARQCAND
                       AT END
                           MOVE 'S' TO WS-EOF-CAND
                       NOT AT END
                           IF CAND-CARGO = 'V'
                               IF WS-QTD-CAND-V < 50
                                   ADD 1 TO WS-QTD-CAND-V
                                   MOVE 2 TO WS-IC
                                   PERFORM 0410-INCLUI-CANDIDATO
                                   PERFORM 0420-REGISTRA-PARTIDO-V
                               END-IF
                           ELSE
                               IF WS-QTD-CAND-P < 20
                                   ADD 1 TO WS-QTD-CAND-P
                                   MOVE 1 TO WS-IC
                                   PERFORM 0410-INCLUI-CANDIDATO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCAND
           ELSE
               DISPLAY 'CANDIDATOS.TXT AUSENTE - STATUS: '
                       WS-STATUS-CAND
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0410-INCLUI-CANDIDATO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-QTD-CAND
           MOVE CAND-NUMERO      TO WS-CAN-NUMERO(WS-QTD-CAND)
           MOVE CAND-NUM-PREFIXO TO WS-CAN-PREFIXO(WS-QTD-CAND)
           MOVE CAND-NOME        TO WS-CAN-NOME(WS-QTD-CAND)
           MOVE WS-IC            TO WS-CAN-CARGO(WS-QTD-CAND)
           .
           EXIT.
      *----------------------------------------------------------------*
       0420-REGISTRA-PARTIDO-V.
      *----------------------------------------------------------------*
      *    Partido de vereador nasce do prefixo do candidato; o nome
      *    vem do master PARTIDOS.TXT quando o prefixo esta nele.
           MOVE 'N' TO WS-PART-ACHADO
           PERFORM VARYING WS-IDX-PART FROM 1 BY 1
                   UNTIL WS-IDX-PART > WS-QTD-PART
                      OR WS-PART-ACHADO = 'S'
               IF WS-PAR-PREFIXO(WS-IDX-PART) = CAND-NUM-PREFIXO
                   MOVE 'S' TO WS-PART-ACHADO
                   MOVE WS-IDX-PART TO WS-POS-PART
               END-IF
           END-PERFORM

           IF WS-PART-ACHADO = 'N' AND WS-QTD-PART < 40
               ADD 1 TO WS-QTD-PART
               MOVE WS-QTD-PART      TO WS-POS-PART
               MOVE CAND-NUM-PREFIXO TO WS-PAR-PREFIXO(WS-POS-PART)
               MOVE SPACES           TO WS-PAR-NOME(WS-POS-PART)
               MOVE 'N'              TO WS-PAR-NO-MASTER(WS-POS-PART)
               MOVE 'N'              TO WS-PAR-COM-VEREADOR(WS-POS-PART)
               MOVE 'S'              TO WS-PART-ACHADO
           END-IF

           IF WS-PART-ACHADO = 'S'
              AND WS-PAR-COM-VEREADOR(WS-POS-PART) = 'N'
              AND WS-QTD-PART-V < 20
               ADD 1 TO WS-QTD-PART-V
               MOVE 'S' TO WS-PAR-COM-VEREADOR(WS-POS-PART)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-CARREGA-TITULOS.
      *----------------------------------------------------------------*
      *    Cadastro de eleitores: da o numero de aptos de cada secao
      *    e, como nas apuracoes oficiais, exclui titulo inexistente
      *    ou votando fora do local atribuido.
           OPEN INPUT ARQTIT
           IF TIT-OK
               PERFORM UNTIL WS-EOF-TIT = 'S'
                   READ ARQTIT
                       AT END
                           MOVE 'S' TO WS-EOF-TIT
                       NOT AT END
                           IF WS-QTD-REGISTRO < 500
                               ADD 1 TO WS-QTD-REGISTRO
                               MOVE TITR-NUMERO
                                   TO WS-REG-NUMERO(WS-QTD-REGISTRO)
                               MOVE TITR-LOCAL
                                   TO WS-REG-LOCAL(WS-QTD-REGISTRO)
                               MOVE TITR-LOCAL TO WS-LOCAL-BUSCA
                               PERFORM 0600-LOCALIZA-SECAO
                               IF WS-POS-SEC = ZEROS
                                   PERFORM 0610-INCLUI-SECAO
                               END-IF
                               IF WS-POS-SEC > ZEROS
                                   ADD 1 TO WS-SEC-APTOS(WS-POS-SEC)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQTIT
           ELSE
               DISPLAY 'TITULOS.TXT AUSENTE - EXPORTACAO SEM ELEITORES '
                       'APTOS POR SECAO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-LOCALIZA-SECAO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-POS-SEC
           PERFORM VARYING WS-IDX-SEC FROM 1 BY 1
                   UNTIL WS-IDX-SEC > WS-QTD-SEC
                      OR WS-POS-SEC > ZEROS
               IF WS-SEC-CODIGO(WS-IDX-SEC) = WS-LOCAL-BUSCA
                   MOVE WS-IDX-SEC TO WS-POS-SEC
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0610-INCLUI-SECAO.
      *----------------------------------------------------------------*
      *    Local sem cadastro de zona: entra com zona e secao zeradas.
           IF WS-QTD-SEC < 60
               ADD 1 TO WS-QTD-SEC
               MOVE WS-QTD-SEC     TO WS-POS-SEC
               MOVE WS-LOCAL-BUSCA TO WS-SEC-CODIGO(WS-POS-SEC)
               MOVE 'LOCAL SEM CADASTRO'
                   TO WS-SEC-DESCRICAO(WS-POS-SEC)
               MOVE 'N'            TO WS-SEC-NO-MASTER(WS-POS-SEC)
           ELSE
               DISPLAY 'LOCAL IGNORADO - LIMITE DE 60 SECOES '
                       'EXCEDIDO: ' WS-LOCAL-BUSCA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-APURA-CEDULAS.
      *----------------------------------------------------------------*
           PERFORM 1100-LER-APURACAO

      *    Envelope padrao de interface, conferido como na ELEICAO2.
           MOVE REG-ELEICAO TO WS-ENV-BUFFER
           PERFORM 9400-VERIFICA-ENV-CABECALHO
           IF ENVELOPE-PRESENTE AND ENVELOPE-OK
               PERFORM 1100-LER-APURACAO
           END-IF

           IF ENVELOPE-ERRADO
               MOVE 'S' TO WS-EOF
           END-IF

           PERFORM UNTIL WS-EOF = 'S'
               ADD 1 TO WS-ENV-QTD-DADOS

               IF FD-CARGO-ELEI = 'V'
                   MOVE 2 TO WS-IC
               ELSE
                   MOVE 1 TO WS-IC
               END-IF

               PERFORM 1200-TRIAGEM-CEDULA
               IF WS-CEDULA-EXCLUIDA = 'N'
                   PERFORM 1300-CONTA-VOTO
               ELSE
                   ADD 1 TO WS-CONT-EXCLUIDO
               END-IF

               PERFORM 1100-LER-APURACAO
           END-PERFORM

           PERFORM 9480-VERIFICA-ENV-FIM
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-LER-APURACAO.
      *----------------------------------------------------------------*
           READ ARQAPU
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-ELEICAO TO WS-ENV-BUFFER
                   PERFORM 9450-VERIFICA-ENV-TRAILER
                   IF WS-ENV-TRL-LIDO = 'S'
                       MOVE 'S' TO WS-EOF
                   END-IF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-TRIAGEM-CEDULA.
      *----------------------------------------------------------------*
      *    Titulo repetido no mesmo cargo conta so na primeira vez.
      *    Executivo: local fora do master LOCVOTO.TXT fica fora
      *    (ELEICAO2); vereador: o local entra como secao sem zona
      *    (VEREADOR nao consulta o master). Com o cadastro, titulo
      *    inexistente ou fora do local atribuido fica fora nos dois.
           MOVE 'N' TO WS-CEDULA-EXCLUIDA

           PERFORM VARYING WS-IDX-VIS FROM 1 BY 1
                   UNTIL WS-IDX-VIS > WS-VIS-QTD(WS-IC)
               IF WS-VIS-TITULO(WS-IC, WS-IDX-VIS) = FD-TITELEITOR
                   MOVE 'S' TO WS-CEDULA-EXCLUIDA
               END-IF
           END-PERFORM

           IF WS-CEDULA-EXCLUIDA = 'N'
               IF WS-VIS-QTD(WS-IC) < 500
                   ADD 1 TO WS-VIS-QTD(WS-IC)
                   MOVE FD-TITELEITOR
                       TO WS-VIS-TITULO(WS-IC, WS-VIS-QTD(WS-IC))
               END-IF

               MOVE FD-LOCALVOTO TO WS-LOCAL-BUSCA
               PERFORM 0600-LOCALIZA-SECAO
               IF WS-IC = 1 AND WS-QTD-LOCM > ZEROS
                   IF WS-POS-SEC = ZEROS
                       MOVE 'S' TO WS-CEDULA-EXCLUIDA
                   ELSE
                       IF WS-SEC-NO-MASTER(WS-POS-SEC) NOT = 'S'
                           MOVE 'S' TO WS-CEDULA-EXCLUIDA
                       END-IF
                   END-IF
               ELSE
                   IF WS-POS-SEC = ZEROS
                       PERFORM 0610-INCLUI-SECAO
                       IF WS-POS-SEC = ZEROS
                           MOVE 'S' TO WS-CEDULA-EXCLUIDA
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF WS-CEDULA-EXCLUIDA = 'N' AND WS-QTD-REGISTRO > ZEROS
               MOVE 'N' TO WS-TIT-CADASTRADO
               PERFORM VARYING WS-IDX-REG FROM 1 BY 1
                       UNTIL WS-IDX-REG > WS-QTD-REGISTRO
                          OR WS-TIT-CADASTRADO = 'S'
                   IF WS-REG-NUMERO(WS-IDX-REG) = FD-TITELEITOR
                       MOVE 'S' TO WS-TIT-CADASTRADO
                       IF WS-REG-LOCAL(WS-IDX-REG) NOT = FD-LOCALVOTO
                           MOVE 'S' TO WS-CEDULA-EXCLUIDA
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-TIT-CADASTRADO = 'N'
                   MOVE 'S' TO WS-CEDULA-EXCLUIDA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1300-CONTA-VOTO.
      *----------------------------------------------------------------*
      *    Voto 000 e branco; numero de candidato do cargo e nominal
      *    (e soma ao partido); PP0 de partido do cargo e legenda;
      *    o resto e nulo.
           ADD 1 TO WS-SEC-COMPAREC(WS-POS-SEC, WS-IC)
           ADD 1 TO WS-TOT-COMPAREC(WS-IC)
           MOVE 'N' TO WS-VOTO-SOMADO

           IF FD-VOTO = ZEROS
               ADD 1 TO WS-SEC-BRANCO(WS-POS-SEC, WS-IC)
               ADD 1 TO WS-TOT-BRANCO(WS-IC)
               MOVE 'S' TO WS-VOTO-SOMADO
           END-IF

           IF WS-VOTO-SOMADO = 'N'
               PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                       UNTIL WS-IDX-CAND > WS-QTD-CAND
                          OR WS-VOTO-SOMADO = 'S'
                   IF WS-CAN-CARGO(WS-IDX-CAND) = WS-IC
                      AND WS-CAN-NUMERO(WS-IDX-CAND) = FD-VOTO
                       ADD 1 TO WS-VCA-VOTOS(WS-POS-SEC, WS-IDX-CAND)
                       PERFORM 1310-LOCALIZA-PARTIDO
                       IF WS-POS-PART > ZEROS
                           ADD 1 TO WS-VPA-NOMINAIS(WS-POS-SEC,
                                                    WS-POS-PART, WS-IC)
                       END-IF
                       MOVE 'S' TO WS-VOTO-SOMADO
                   END-IF
               END-PERFORM
           END-IF

           IF WS-VOTO-SOMADO = 'N' AND FD-VOTO-UNIDADE = ZEROS
               PERFORM 1310-LOCALIZA-PARTIDO
               IF WS-POS-PART > ZEROS
                   ADD 1 TO WS-VPA-LEGENDA(WS-POS-SEC, WS-POS-PART,
                                           WS-IC)
                   ADD 1 TO WS-SEC-LEGENDA(WS-POS-SEC, WS-IC)
                   ADD 1 TO WS-TOT-LEGENDA(WS-IC)
                   MOVE 'S' TO WS-VOTO-SOMADO
               END-IF
           END-IF

           IF WS-VOTO-SOMADO = 'N'
               ADD 1 TO WS-SEC-NULO(WS-POS-SEC, WS-IC)
               ADD 1 TO WS-TOT-NULO(WS-IC)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1310-LOCALIZA-PARTIDO.
      *----------------------------------------------------------------*
      *    Partido do prefixo do voto que vale para o cargo da cedula.
           MOVE ZEROS TO WS-POS-PART
           PERFORM VARYING WS-IDX-PART FROM 1 BY 1
                   UNTIL WS-IDX-PART > WS-QTD-PART
                      OR WS-POS-PART > ZEROS
               IF WS-PAR-PREFIXO(WS-IDX-PART) = FD-VOTO-PREFIXO
                   PERFORM 1320-VERIFICA-PARTIDO-CARGO
                   IF WS-PART-ELEGIVEL = 'S'
                       MOVE WS-IDX-PART TO WS-POS-PART
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1320-VERIFICA-PARTIDO-CARGO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-PART-ELEGIVEL
           IF WS-IC = 1 AND WS-PAR-NO-MASTER(WS-IDX-PART) = 'S'
               MOVE 'S' TO WS-PART-ELEGIVEL
           END-IF
           IF WS-IC = 2 AND WS-PAR-COM-VEREADOR(WS-IDX-PART) = 'S'
               MOVE 'S' TO WS-PART-ELEGIVEL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-GRAVA-CABECALHO.
      *----------------------------------------------------------------*
           MOVE WS-DATA    TO WS-ENV-CAB-DATA
           MOVE 'ELEIABER' TO WS-ENV-CAB-ORIGEM
           MOVE WS-ENV-CABECALHO TO WS-ABH-ENVELOPE
           MOVE WS-ANO     TO WS-ABH-ANO

           STRING WS-HH ':' WS-MM ':' WS-SS
               DELIMITED BY SIZE INTO WS-ABH-HORA
           END-STRING

           WRITE REG-ABERTO FROM WS-ABE-CABECALHO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-GRAVA-SECOES.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IC FROM 1 BY 1 UNTIL WS-IC > 2
               PERFORM VARYING WS-IDX-SEC FROM 1 BY 1
                       UNTIL WS-IDX-SEC > WS-QTD-SEC
                   PERFORM 3100-GRAVA-SECAO
               END-PERFORM
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-GRAVA-SECAO.
      *----------------------------------------------------------------*
           MOVE WS-CARGO-COD(WS-IC:1)       TO WS-ABS-CARGO
           MOVE WS-SEC-ZONA(WS-IDX-SEC)     TO WS-ABS-ZONA
           MOVE WS-SEC-SECAO(WS-IDX-SEC)    TO WS-ABS-SECAO
           MOVE WS-SEC-CODIGO(WS-IDX-SEC)   TO WS-ABS-LOCAL
           MOVE WS-SEC-DESCRICAO(WS-IDX-SEC) TO WS-ABS-DESCRICAO
           MOVE WS-SEC-APTOS(WS-IDX-SEC)    TO WS-ABS-APTOS
           MOVE WS-SEC-COMPAREC(WS-IDX-SEC, WS-IC) TO WS-ABS-COMPAREC
           MOVE WS-SEC-BRANCO(WS-IDX-SEC, WS-IC)   TO WS-ABS-BRANCO
           MOVE WS-SEC-NULO(WS-IDX-SEC, WS-IC)     TO WS-ABS-NULO
           MOVE WS-SEC-LEGENDA(WS-IDX-SEC, WS-IC)  TO WS-ABS-LEGENDA

      *    Sem cadastro de eleitores nao ha aptos: abstencao e
      *    percentual saem zerados.
           MOVE ZEROS TO WS-ABSTENCAO WS-PERC-AUX
           IF WS-SEC-APTOS(WS-IDX-SEC) >
              WS-SEC-COMPAREC(WS-IDX-SEC, WS-IC)
               COMPUTE WS-ABSTENCAO = WS-SEC-APTOS(WS-IDX-SEC)
                   - WS-SEC-COMPAREC(WS-IDX-SEC, WS-IC)
           END-IF
           IF WS-SEC-APTOS(WS-IDX-SEC) > ZEROS
               COMPUTE WS-PERC-AUX ROUNDED =
                   WS-SEC-COMPAREC(WS-IDX-SEC, WS-IC) * 100
                   / WS-SEC-APTOS(WS-IDX-SEC)
           END-IF
           MOVE WS-ABSTENCAO TO WS-ABS-ABSTENCAO
           MOVE WS-PERC-AUX  TO WS-ABS-PERC

           WRITE REG-ABERTO FROM WS-ABE-SECAO
           ADD 1 TO WS-CONT-GRAVADOS

           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-QTD-CAND
               IF WS-CAN-CARGO(WS-IDX-CAND) = WS-IC
                   PERFORM 3200-GRAVA-CANDIDATO
               END-IF
           END-PERFORM

           PERFORM VARYING WS-IDX-PART FROM 1 BY 1
                   UNTIL WS-IDX-PART > WS-QTD-PART
               PERFORM 1320-VERIFICA-PARTIDO-CARGO
               IF WS-PART-ELEGIVEL = 'S'
                   PERFORM 3300-GRAVA-PARTIDO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-GRAVA-CANDIDATO.
      *----------------------------------------------------------------*
           MOVE WS-ABS-CARGO                TO WS-ABC-CARGO
           MOVE WS-ABS-ZONA                 TO WS-ABC-ZONA
           MOVE WS-ABS-SECAO                TO WS-ABC-SECAO
           MOVE WS-ABS-LOCAL                TO WS-ABC-LOCAL
           MOVE WS-CAN-NUMERO(WS-IDX-CAND)  TO WS-ABC-NUMERO
           MOVE WS-CAN-NOME(WS-IDX-CAND)    TO WS-ABC-NOME
           MOVE WS-CAN-PREFIXO(WS-IDX-CAND) TO WS-ABC-PARTIDO
           MOVE WS-VCA-VOTOS(WS-IDX-SEC, WS-IDX-CAND) TO WS-ABC-VOTOS

           WRITE REG-ABERTO FROM WS-ABE-CAND
           ADD 1 TO WS-CONT-GRAVADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-GRAVA-PARTIDO.
      *----------------------------------------------------------------*
           MOVE WS-ABS-CARGO                TO WS-ABP-CARGO
           MOVE WS-ABS-ZONA                 TO WS-ABP-ZONA
           MOVE WS-ABS-SECAO                TO WS-ABP-SECAO
           MOVE WS-ABS-LOCAL                TO WS-ABP-LOCAL
           MOVE WS-PAR-PREFIXO(WS-IDX-PART) TO WS-ABP-PARTIDO
           MOVE WS-PAR-NOME(WS-IDX-PART)    TO WS-ABP-NOME
           MOVE WS-VPA-NOMINAIS(WS-IDX-SEC, WS-IDX-PART, WS-IC)
               TO WS-ABP-NOMINAIS
           MOVE WS-VPA-LEGENDA(WS-IDX-SEC, WS-IDX-PART, WS-IC)
               TO WS-ABP-LEGENDA
           COMPUTE WS-ABP-TOTAL =
               WS-VPA-NOMINAIS(WS-IDX-SEC, WS-IDX-PART, WS-IC)
             + WS-VPA-LEGENDA(WS-IDX-SEC, WS-IDX-PART, WS-IC)

           WRITE REG-ABERTO FROM WS-ABE-PART
           ADD 1 TO WS-CONT-GRAVADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-GRAVA-TOTAIS.
      *----------------------------------------------------------------*
      *    Total de cada cargo: comparecimento, brancos e nulos batem
      *    com o rodape da ELEICAO2 e com a contagem da VEREADOR.
           MOVE ZEROS TO WS-TOTAL-APTOS
           PERFORM VARYING WS-IDX-SEC FROM 1 BY 1
                   UNTIL WS-IDX-SEC > WS-QTD-SEC
               ADD WS-SEC-APTOS(WS-IDX-SEC) TO WS-TOTAL-APTOS
           END-PERFORM

           PERFORM VARYING WS-IC FROM 1 BY 1 UNTIL WS-IC > 2
               MOVE ZEROS TO WS-TOTAL-NOMINAIS
               PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                       UNTIL WS-IDX-CAND > WS-QTD-CAND
                   IF WS-CAN-CARGO(WS-IDX-CAND) = WS-IC
                       PERFORM VARYING WS-IDX-SEC FROM 1 BY 1
                               UNTIL WS-IDX-SEC > WS-QTD-SEC
                           ADD WS-VCA-VOTOS(WS-IDX-SEC, WS-IDX-CAND)
                               TO WS-TOTAL-NOMINAIS
                       END-PERFORM
                   END-IF
               END-PERFORM

               COMPUTE WS-VOTOS-VALIDOS = WS-TOT-COMPAREC(WS-IC)
                   - WS-TOT-BRANCO(WS-IC) - WS-TOT-NULO(WS-IC)

               MOVE ZEROS TO WS-ABSTENCAO WS-PERC-AUX
               IF WS-TOTAL-APTOS > WS-TOT-COMPAREC(WS-IC)
                   COMPUTE WS-ABSTENCAO =
                       WS-TOTAL-APTOS - WS-TOT-COMPAREC(WS-IC)
               END-IF
               IF WS-TOTAL-APTOS > ZEROS
                   COMPUTE WS-PERC-AUX ROUNDED =
                       WS-TOT-COMPAREC(WS-IC) * 100 / WS-TOTAL-APTOS
               END-IF

               MOVE WS-CARGO-COD(WS-IC:1)  TO WS-ABT-CARGO
               MOVE WS-TOTAL-APTOS         TO WS-ABT-APTOS
               MOVE WS-TOT-COMPAREC(WS-IC) TO WS-ABT-COMPAREC
               MOVE WS-ABSTENCAO           TO WS-ABT-ABSTENCAO
               MOVE WS-TOT-BRANCO(WS-IC)   TO WS-ABT-BRANCO
               MOVE WS-TOT-NULO(WS-IC)     TO WS-ABT-NULO
               MOVE WS-TOT-LEGENDA(WS-IC)  TO WS-ABT-LEGENDA
               MOVE WS-TOTAL-NOMINAIS      TO WS-ABT-NOMINAIS
               MOVE WS-VOTOS-VALIDOS       TO WS-ABT-VALIDOS
               MOVE WS-PERC-AUX            TO WS-ABT-PERC

               WRITE REG-ABERTO FROM WS-ABE-TOTAL
               ADD 1 TO WS-CONT-GRAVADOS
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-GRAVA-TRAILER.
      *----------------------------------------------------------------*
           MOVE WS-CONT-GRAVADOS TO WS-ENV-TRL-QTD
           MOVE WS-ENV-TRAILER   TO WS-ABR-ENVELOPE

           MOVE WS-TOT-COMPAREC(1) TO WS-ABR-COMPAREC-P
           MOVE WS-TOT-BRANCO(1)   TO WS-ABR-BRANCO-P
           MOVE WS-TOT-NULO(1)     TO WS-ABR-NULO-P
           COMPUTE WS-ABR-VALIDOS-P = WS-TOT-COMPAREC(1)
               - WS-TOT-BRANCO(1) - WS-TOT-NULO(1)

           MOVE WS-TOT-COMPAREC(2) TO WS-ABR-COMPAREC-V
           MOVE WS-TOT-BRANCO(2)   TO WS-ABR-BRANCO-V
           MOVE WS-TOT-NULO(2)     TO WS-ABR-NULO-V
           COMPUTE WS-ABR-VALIDOS-V = WS-TOT-COMPAREC(2)
               - WS-TOT-BRANCO(2) - WS-TOT-NULO(2)

           WRITE REG-ABERTO FROM WS-ABE-TRAILER
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.
      *----------------------------------------------------------------*
           COPY ENVELOPE-PROC.

       END PROGRAM ELEIABER.
