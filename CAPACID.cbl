      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Weekly capacity headroom monitor. Several keys and
      *          in-memory tables have hard limits - MATRICULA, FD-
      *          COD-F and TITR-NUMERO are PIC 9(03), WS-TAB-VEREDITO
      *          holds 500 verdicts, the ACADCONT contact table 999 -
      *          and some programs drop the excess without failing,
      *          as the 999-entry HISTPESO table once did. For every
      *          file in the limit table below this step counts the
      *          records and measures what is in use against the
      *          declared limit of the programs that read it: the
      *          highest key (C), the record count (R) or the count
      *          of distinct keys (D). The report CAPACREL.TXT shows
      *          the usage percentage and the weekly growth taken from
      *          the last four weeks of RUNLOG.TXT for the program
      *          whose processed count follows the file, with the
      *          weeks left before the limit. A file at 75% of its
      *          limit or less than 12 weeks away is an ALERTA, at 90%
      *          or less than 4 weeks a CRITICO, so there is time to
      *          widen the field or the table before data is lost.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. CAPACID.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQDADOS ASSIGN TO DYNAMIC WS-NOME-DADOS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DADOS.

       SELECT ARQLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-LOG.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQDADOS
           LABEL RECORD STANDARD.
       01  REG-DADOS              PIC X(200).

       FD ARQLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RUNLOG.TXT".
       01  REG-LOG.
           03 LOG-PROGRAMA              PIC X(08).
           03 FILLER                    PIC X(01).
           03 LOG-DATA                  PIC 9(08).
           03 FILLER                    PIC X(01).
           03 LOG-HORA                  PIC 9(06).
           03 FILLER                    PIC X(01).
           03 LOG-PROCESSADOS           PIC 9(07).
           03 FILLER                    PIC X(01).
           03 LOG-REJEITADOS            PIC 9(07).
           03 FILLER                    PIC X(01).
           03 LOG-STATUS                PIC X(01).
           03 FILLER                    PIC X(01).
           03 LOG-MOTIVO                PIC X(30).
           03 FILLER                    PIC X(07).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA          PIC 9(08).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CAPACREL.TXT".
       01  REG-RELATORIO          PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CAPRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-STATUS-DADOS          PIC X(02) VALUE SPACES.
           88 DADOS-OK                  VALUE '00'.
       77  WS-STATUS-LOG            PIC X(02) VALUE SPACES.
           88 LOG-OK                    VALUE '00'.
       77  WS-NOME-DADOS            PIC X(20) VALUE SPACES.
       77  WS-IDX-LIM               PIC 9(02) VALUE ZEROS.
       77  WS-IDX-DIS               PIC 9(04) VALUE ZEROS.
       77  WS-POS-DIS               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-DIS               PIC 9(04) VALUE ZEROS.
       77  WS-MAX-DIS               PIC 9(04) VALUE 5000.
       77  WS-CHAVE                 PIC X(15) VALUE SPACES.
       77  WS-CHAVE-NUM             PIC 9(07) VALUE ZEROS.
       77  WS-CONT-REGISTROS        PIC 9(07) VALUE ZEROS.
       77  WS-USO                   PIC 9(07) VALUE ZEROS.
       77  WS-PCT-USO               PIC 9(04) VALUE ZEROS.
       77  WS-PCT-ALERTA            PIC 9(03) VALUE 75.
       77  WS-PCT-CRITICO           PIC 9(03) VALUE 90.
       77  WS-SEM-ALERTA            PIC 9(03) VALUE 12.
       77  WS-SEM-CRITICO           PIC 9(03) VALUE 4.
       77  WS-DIAS-TENDENCIA        PIC 9(03) VALUE 28.
       77  WS-INT-INI               PIC 9(07) VALUE ZEROS.
       77  WS-INT-PRI               PIC 9(07) VALUE ZEROS.
       77  WS-INT-ULT               PIC 9(07) VALUE ZEROS.
       77  WS-DIAS-HIST             PIC 9(05) VALUE ZEROS.
       77  WS-QTD-HIST              PIC 9(05) VALUE ZEROS.
       77  WS-DATA-PRI              PIC 9(08) VALUE ZEROS.
       77  WS-DATA-ULT              PIC 9(08) VALUE ZEROS.
       77  WS-PROC-PRI              PIC 9(07) VALUE ZEROS.
       77  WS-PROC-ULT              PIC 9(07) VALUE ZEROS.
       77  WS-CRESC-SEMANA          PIC S9(07) VALUE ZEROS.
       77  WS-SEMANAS               PIC 9(05) VALUE ZEROS.
       77  WS-TEM-TENDENCIA         PIC X(01) VALUE 'N'.
           88 COM-TENDENCIA             VALUE 'S'.
       77  WS-SITUACAO              PIC X(01) VALUE SPACE.
           88 SIT-OK                    VALUE 'O'.
           88 SIT-ALERTA                VALUE 'A'.
           88 SIT-CRITICO               VALUE 'C'.
           88 SIT-ESTOURO               VALUE 'E'.
           88 SIT-AUSENTE               VALUE 'X'.
       77  WS-CONT-MEDIDOS          PIC 9(05) VALUE ZEROS.
       77  WS-CONT-AUSENTE          PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ALERTA           PIC 9(05) VALUE ZEROS.
       77  WS-CONT-CRITICO          PIC 9(05) VALUE ZEROS.

           COPY CABECALHO80.
           COPY RUNSUMARIO.
           COPY DATAPROC.

      *    Limites vigiados: arquivo, tipo de medida (C = maior chave
      *    contra a PIC, R = registros contra a tabela, D = chaves
      *    distintas contra a tabela), posicao e tamanho da chave,
      *    limite declarado, programa cujo total processado no
      *    RUNLOG.TXT acompanha o arquivo (brancos = sem historico) e
      *    onde o limite esta declarado.
       01  WS-LISTA-LIMITES.
           03 FILLER PIC X(20) VALUE 'ARQALUNOS.TXT'.
           03 FILLER PIC X(01) VALUE 'C'.
           03 FILLER PIC 9(03) VALUE 6.
           03 FILLER PIC 9(02) VALUE 3.
           03 FILLER PIC 9(05) VALUE 999.
           03 FILLER PIC X(08) VALUE 'RELATALU'.
           03 FILLER PIC X(30) VALUE 'MATRICULA PIC 9(03)'.
           03 FILLER PIC X(20) VALUE 'ARQFUNCIONARIO.TXT'.
           03 FILLER PIC X(01) VALUE 'C'.
           03 FILLER PIC 9(03) VALUE 6.
           03 FILLER PIC 9(02) VALUE 3.
           03 FILLER PIC 9(05) VALUE 999.
           03 FILLER PIC X(08) VALUE 'RELATFUN'.
           03 FILLER PIC X(30) VALUE 'FD-COD-F PIC 9(03)'.
           03 FILLER PIC X(20) VALUE 'TITULOS.TXT'.
           03 FILLER PIC X(01) VALUE 'C'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC 9(02) VALUE 3.
           03 FILLER PIC 9(05) VALUE 999.
           03 FILLER PIC X(08) VALUE 'ELEICAO2'.
           03 FILLER PIC X(30) VALUE 'TITR-NUMERO PIC 9(03)'.
           03 FILLER PIC X(20) VALUE 'VEREDITO.TXT'.
           03 FILLER PIC X(01) VALUE 'R'.
           03 FILLER PIC 9(03) VALUE 0.
           03 FILLER PIC 9(02) VALUE 0.
           03 FILLER PIC 9(05) VALUE 500.
           03 FILLER PIC X(08) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'WS-TAB-VEREDITO (VEREDITO)'.
           03 FILLER PIC X(20) VALUE 'ACADCONT.TXT'.
           03 FILLER PIC X(01) VALUE 'R'.
           03 FILLER PIC 9(03) VALUE 0.
           03 FILLER PIC 9(02) VALUE 0.
           03 FILLER PIC 9(05) VALUE 999.
           03 FILLER PIC X(08) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'CONTATOS CARTAVENC/CONTACAD'.
           03 FILLER PIC X(20) VALUE 'HISTPESO.TXT'.
           03 FILLER PIC X(01) VALUE 'R'.
           03 FILLER PIC 9(03) VALUE 0.
           03 FILLER PIC 9(02) VALUE 0.
           03 FILLER PIC 9(05) VALUE 999.
           03 FILLER PIC X(08) VALUE 'ARCHIST'.
           03 FILLER PIC X(30) VALUE 'HISTORICO ACADEMIA/TREINADOR'.
           03 FILLER PIC X(20) VALUE 'RESPONS.TXT'.
           03 FILLER PIC X(01) VALUE 'R'.
           03 FILLER PIC 9(03) VALUE 0.
           03 FILLER PIC 9(02) VALUE 0.
           03 FILLER PIC 9(05) VALUE 500.
           03 FILLER PIC X(08) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'RESPONSAVEIS (RESPONS)'.
           03 FILLER PIC X(20) VALUE 'CONSENT.TXT'.
           03 FILLER PIC X(01) VALUE 'D'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC 9(02) VALUE 13.
           03 FILLER PIC 9(05) VALUE 3000.
           03 FILLER PIC X(08) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'CPF/CANAL (CONSENTIM)'.
           03 FILLER PIC X(20) VALUE 'CAMPANHA.TXT'.
           03 FILLER PIC X(01) VALUE 'R'.
           03 FILLER PIC 9(03) VALUE 0.
           03 FILLER PIC 9(02) VALUE 0.
           03 FILLER PIC 9(05) VALUE 99.
           03 FILLER PIC X(08) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'CAMPANHAS (CAMPANHA)'.
           03 FILLER PIC X(20) VALUE 'CAMPUSO.TXT'.
           03 FILLER PIC X(01) VALUE 'R'.
           03 FILLER PIC 9(03) VALUE 0.
           03 FILLER PIC 9(02) VALUE 0.
           03 FILLER PIC 9(05) VALUE 3000.
           03 FILLER PIC X(08) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'USOS DE CAMPANHA (CAMPANHA)'.
           03 FILLER PIC X(20) VALUE 'PAGLEDGER.TXT'.
           03 FILLER PIC X(01) VALUE 'D'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC 9(02) VALUE 11.
           03 FILLER PIC 9(05) VALUE 500.
           03 FILLER PIC X(08) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'CPF PAGANTE (RETENCAO)'.
           03 FILLER PIC X(20) VALUE 'SUSPACAD.TXT'.
           03 FILLER PIC X(01) VALUE 'R'.
           03 FILLER PIC 9(03) VALUE 0.
           03 FILLER PIC 9(02) VALUE 0.
           03 FILLER PIC 9(05) VALUE 500.
           03 FILLER PIC X(08) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'SUSPENSOES (RETENCAO)'.
           03 FILLER PIC X(20) VALUE 'CHECKIN.TXT'.
           03 FILLER PIC X(01) VALUE 'D'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC 9(02) VALUE 11.
           03 FILLER PIC 9(05) VALUE 999.
           03 FILLER PIC X(08) VALUE SPACES.
           03 FILLER PIC X(30) VALUE 'CPF COM VISITA (RETENCAO)'.

       01  WS-TAB-LIMITES REDEFINES WS-LISTA-LIMITES.
           03 WS-LIM-ITEM OCCURS 13 TIMES.
              05 WS-LIM-ARQUIVO     PIC X(20).
              05 WS-LIM-TIPO        PIC X(01).
              05 WS-LIM-POS-CHAVE   PIC 9(03).
              05 WS-LIM-TAM-CHAVE   PIC 9(02).
              05 WS-LIM-LIMITE      PIC 9(05).
              05 WS-LIM-PROGRAMA    PIC X(08).
              05 WS-LIM-DECLARADO   PIC X(30).

       77  WS-QTD-LIMITES           PIC 9(02) VALUE 13.

       01  WS-TAB-DISTINTAS.
           03 WS-DIS-CHAVE OCCURS 5000 TIMES PIC X(15).

       01  WS-LINHA1.
           03 FILLER PIC X(22) VALUE SPACES.
           03 FILLER PIC X(36)
               VALUE 'MONITOR DE CAPACIDADE DOS ARQUIVOS'.
           03 FILLER PIC X(22) VALUE SPACES.

       01  WS-LINHA-CRITERIO.
           03 FILLER PIC X(14) VALUE 'ALERTA: USO >='.
           03 WS-EXB-PCT-ALE    PIC ZZ9.
           03 FILLER PIC X(06) VALUE '% OU <'.
           03 WS-EXB-SEM-ALE    PIC ZZ9.
           03 FILLER PIC X(11) VALUE ' SEMANAS - '.
           03 FILLER PIC X(15) VALUE 'CRITICO: USO >='.
           03 WS-EXB-PCT-CRI    PIC ZZ9.
           03 FILLER PIC X(06) VALUE '% OU <'.
           03 WS-EXB-SEM-CRI    PIC ZZ9.
           03 FILLER PIC X(08) VALUE ' SEMANAS'.

       01  WS-LINHA-ARQUIVO.
           03 WS-ARQ-NOME         PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-ARQ-DECLARADO    PIC X(30).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-ARQ-MEDIDA       PIC X(12).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-ARQ-SITUACAO     PIC X(11).

       01  WS-LINHA-USO.
           03 FILLER              PIC X(06) VALUE '  REG:'.
           03 WS-USO-REGISTROS    PIC ZZZZZZ9.
           03 FILLER              PIC X(05) VALUE ' USO:'.
           03 WS-USO-EM-USO       PIC ZZZZZZ9.
           03 FILLER              PIC X(01) VALUE '/'.
           03 WS-USO-LIMITE       PIC ZZZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-USO-PCT          PIC ZZZ9.
           03 FILLER              PIC X(01) VALUE '%'.
           03 FILLER              PIC X(11) VALUE ' CRESC/SEM:'.
           03 WS-USO-CRESC        PIC X(08).
           03 FILLER              PIC X(10) VALUE ' SEMANAS: '.
           03 WS-USO-SEMANAS      PIC X(13).

       77  WS-EXB-CRESC             PIC -------9.
       77  WS-EXB-SEMANAS           PIC ZZZZ9.

       01  WS-RODAPE1.
           03 FILLER            PIC X(30)
               VALUE 'ARQUIVOS MEDIDOS:             '.
           03 WS-TOT-MEDIDOS-R  PIC ZZZZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(30)
               VALUE 'ARQUIVOS AUSENTES:            '.
           03 WS-TOT-AUSENTE-R  PIC ZZZZZZ9.

       01  WS-RODAPE3.
           03 FILLER            PIC X(30)
               VALUE 'EM ALERTA:                    '.
           03 WS-TOT-ALERTA-R   PIC ZZZZZZ9.

       01  WS-RODAPE4.
           03 FILLER            PIC X(30)
               VALUE 'CRITICOS OU NO LIMITE:        '.
           03 WS-TOT-CRITICO-R  PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               COMPUTE WS-INT-INI =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) -
                   WS-DIAS-TENDENCIA

               MOVE WS-PCT-ALERTA  TO WS-EXB-PCT-ALE
               MOVE WS-SEM-ALERTA  TO WS-EXB-SEM-ALE
               MOVE WS-PCT-CRITICO TO WS-EXB-PCT-CRI
               MOVE WS-SEM-CRITICO TO WS-EXB-SEM-CRI

               OPEN OUTPUT ARQREL
               WRITE REG-RELATORIO FROM WS-LINHA1
               WRITE REG-RELATORIO FROM WS-LINHA-DATAS
               WRITE REG-RELATORIO FROM WS-LINHA-CRITERIO
               WRITE REG-RELATORIO FROM WS-PONTILHADO

               PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                       UNTIL WS-IDX-LIM > WS-QTD-LIMITES
                   PERFORM 1000-MEDE-ARQUIVO
               END-PERFORM

               PERFORM 3000-IMPRIME-TOTAIS
               CLOSE ARQREL

               MOVE 'CAPACID'       TO WS-RUN-PROGRAMA
               MOVE WS-CONT-MEDIDOS TO WS-RUN-PROCESSADOS
               COMPUTE WS-RUN-REJEITADOS =
                   WS-CONT-ALERTA + WS-CONT-CRITICO
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       1000-MEDE-ARQUIVO.
      *----------------------------------------------------------------*
           MOVE WS-LIM-ARQUIVO(WS-IDX-LIM) TO WS-NOME-DADOS
                                              WS-ARQ-NOME
           MOVE WS-LIM-DECLARADO(WS-IDX-LIM) TO WS-ARQ-DECLARADO
           MOVE ZEROS TO WS-CONT-REGISTROS
                         WS-USO
                         WS-QTD-DIS
                         WS-PCT-USO
           MOVE ' '   TO WS-EOF

           EVALUATE WS-LIM-TIPO(WS-IDX-LIM)
               WHEN 'C'
                   MOVE 'MAIOR CHAVE' TO WS-ARQ-MEDIDA
               WHEN 'D'
                   MOVE 'DISTINTAS'   TO WS-ARQ-MEDIDA
               WHEN OTHER
                   MOVE 'REGISTROS'   TO WS-ARQ-MEDIDA
           END-EVALUATE

           OPEN INPUT ARQDADOS
           IF DADOS-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQDADOS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF REG-DADOS NOT = SPACES
                              AND REG-DADOS(1:3) NOT = 'HDR'
                              AND REG-DADOS(1:3) NOT = 'TRL'
                               PERFORM 1100-CONTA-REGISTRO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDADOS
               ADD 1 TO WS-CONT-MEDIDOS

               EVALUATE WS-LIM-TIPO(WS-IDX-LIM)
                   WHEN 'R'
                       MOVE WS-CONT-REGISTROS TO WS-USO
                   WHEN 'D'
                       MOVE WS-QTD-DIS        TO WS-USO
               END-EVALUATE

               COMPUTE WS-PCT-USO =
                   WS-USO * 100 / WS-LIM-LIMITE(WS-IDX-LIM)
               PERFORM 2000-CALCULA-TENDENCIA
               PERFORM 2500-CLASSIFICA
           ELSE
      *        Arquivo ainda nao criado nesta instalacao nao ocupa
      *        nada - fica registrado, sem alerta.
               SET SIT-AUSENTE TO TRUE
               ADD 1 TO WS-CONT-AUSENTE
           END-IF

           PERFORM 2700-IMPRIME-ARQUIVO
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-CONTA-REGISTRO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-REGISTROS

           IF WS-LIM-TIPO(WS-IDX-LIM) NOT = 'R'
               MOVE SPACES TO WS-CHAVE
               MOVE REG-DADOS(WS-LIM-POS-CHAVE(WS-IDX-LIM):
                              WS-LIM-TAM-CHAVE(WS-IDX-LIM))
                   TO WS-CHAVE
           END-IF

           EVALUATE WS-LIM-TIPO(WS-IDX-LIM)
               WHEN 'C'
                   IF WS-CHAVE(1:WS-LIM-TAM-CHAVE(WS-IDX-LIM))
                      IS NUMERIC
                       MOVE WS-CHAVE(1:WS-LIM-TAM-CHAVE(WS-IDX-LIM))
                           TO WS-CHAVE-NUM
                       IF WS-CHAVE-NUM > WS-USO
                           MOVE WS-CHAVE-NUM TO WS-USO
                       END-IF
                   END-IF
               WHEN 'D'
                   PERFORM 1150-GUARDA-DISTINTA
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       1150-GUARDA-DISTINTA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-POS-DIS

           PERFORM VARYING WS-IDX-DIS FROM 1 BY 1
                   UNTIL WS-IDX-DIS > WS-QTD-DIS
                      OR WS-POS-DIS > ZEROS
               IF WS-DIS-CHAVE(WS-IDX-DIS) = WS-CHAVE
                   MOVE WS-IDX-DIS TO WS-POS-DIS
               END-IF
           END-PERFORM

           IF WS-POS-DIS = ZEROS
               IF WS-QTD-DIS < WS-MAX-DIS
                   ADD 1 TO WS-QTD-DIS
                   MOVE WS-CHAVE TO WS-DIS-CHAVE(WS-QTD-DIS)
               ELSE
                   DISPLAY 'LIMITE DE ' WS-MAX-DIS ' CHAVES '
                           'EXCEDIDO: ' WS-NOME-DADOS
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-CALCULA-TENDENCIA.
      *----------------------------------------------------------------*
      *    Primeira e ultima rodada normal do programa no periodo: o
      *    crescimento por semana e a diferenca dos processados
      *    dividida pelos dias entre elas. Menos de uma semana de
      *    historico nao da tendencia.
           MOVE 'N'   TO WS-TEM-TENDENCIA
           MOVE ZEROS TO WS-QTD-HIST
                         WS-CRESC-SEMANA
                         WS-SEMANAS
                         WS-DATA-PRI
                         WS-DATA-ULT

           IF WS-LIM-PROGRAMA(WS-IDX-LIM) NOT = SPACES
               MOVE ' ' TO WS-EOF
               OPEN INPUT ARQLOG
               IF LOG-OK
                   PERFORM UNTIL WS-EOF = 'S'
                       READ ARQLOG
                           AT END
                               MOVE 'S' TO WS-EOF
                           NOT AT END
                               PERFORM 2100-TRATA-LOG
                       END-READ
                   END-PERFORM
                   CLOSE ARQLOG
               END-IF
               MOVE ' ' TO WS-EOF
           END-IF

           IF WS-QTD-HIST > 1
               COMPUTE WS-INT-PRI =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-PRI)
               COMPUTE WS-INT-ULT =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ULT)
               COMPUTE WS-DIAS-HIST = WS-INT-ULT - WS-INT-PRI
               IF WS-DIAS-HIST >= 7
                   MOVE 'S' TO WS-TEM-TENDENCIA
                   COMPUTE WS-CRESC-SEMANA ROUNDED =
                       (WS-PROC-ULT - WS-PROC-PRI) * 7 / WS-DIAS-HIST
                   IF WS-CRESC-SEMANA > ZEROS
                      AND WS-USO < WS-LIM-LIMITE(WS-IDX-LIM)
                       COMPUTE WS-SEMANAS =
                           (WS-LIM-LIMITE(WS-IDX-LIM) - WS-USO) /
                           WS-CRESC-SEMANA
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-TRATA-LOG.
      *----------------------------------------------------------------*
           IF LOG-PROGRAMA = WS-LIM-PROGRAMA(WS-IDX-LIM)
              AND LOG-STATUS NOT = 'S'
              AND LOG-DATA IS NUMERIC
              AND LOG-DATA <= WS-DATA-NEGOCIO
               IF FUNCTION INTEGER-OF-DATE(LOG-DATA) >= WS-INT-INI
                   ADD 1 TO WS-QTD-HIST
                   IF WS-DATA-PRI = ZEROS OR LOG-DATA < WS-DATA-PRI
                       MOVE LOG-DATA        TO WS-DATA-PRI
                       MOVE LOG-PROCESSADOS TO WS-PROC-PRI
                   END-IF
                   IF LOG-DATA >= WS-DATA-ULT
                       MOVE LOG-DATA        TO WS-DATA-ULT
                       MOVE LOG-PROCESSADOS TO WS-PROC-ULT
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-CLASSIFICA.
      *----------------------------------------------------------------*
      *    No limite a tabela ja esta descartando (ou a chave ja nao
      *    tem proximo numero) - pior que critico.
           EVALUATE TRUE
               WHEN WS-USO >= WS-LIM-LIMITE(WS-IDX-LIM)
                   SET SIT-ESTOURO TO TRUE
               WHEN WS-PCT-USO >= WS-PCT-CRITICO
                   SET SIT-CRITICO TO TRUE
               WHEN WS-CRESC-SEMANA > ZEROS
                AND WS-SEMANAS < WS-SEM-CRITICO
                   SET SIT-CRITICO TO TRUE
               WHEN WS-PCT-USO >= WS-PCT-ALERTA
                   SET SIT-ALERTA TO TRUE
               WHEN WS-CRESC-SEMANA > ZEROS
                AND WS-SEMANAS < WS-SEM-ALERTA
                   SET SIT-ALERTA TO TRUE
               WHEN OTHER
                   SET SIT-OK TO TRUE
           END-EVALUATE

           EVALUATE TRUE
               WHEN SIT-ESTOURO
               WHEN SIT-CRITICO
                   ADD 1 TO WS-CONT-CRITICO
               WHEN SIT-ALERTA
                   ADD 1 TO WS-CONT-ALERTA
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2700-IMPRIME-ARQUIVO.
      *----------------------------------------------------------------*
           EVALUATE TRUE
               WHEN SIT-AUSENTE
                   MOVE 'AUSENTE'     TO WS-ARQ-SITUACAO
               WHEN SIT-ESTOURO
                   MOVE '*** LIMITE'  TO WS-ARQ-SITUACAO
               WHEN SIT-CRITICO
                   MOVE '*** CRITICO' TO WS-ARQ-SITUACAO
               WHEN SIT-ALERTA
                   MOVE '** ALERTA'   TO WS-ARQ-SITUACAO
               WHEN OTHER
                   MOVE 'OK'          TO WS-ARQ-SITUACAO
           END-EVALUATE

           WRITE REG-RELATORIO FROM WS-LINHA-ARQUIVO

           IF NOT SIT-AUSENTE
               MOVE WS-CONT-REGISTROS         TO WS-USO-REGISTROS
               MOVE WS-USO                    TO WS-USO-EM-USO
               MOVE WS-LIM-LIMITE(WS-IDX-LIM) TO WS-USO-LIMITE
               MOVE WS-PCT-USO                TO WS-USO-PCT

               EVALUATE TRUE
                   WHEN NOT COM-TENDENCIA
                       MOVE SPACES          TO WS-USO-CRESC
                       MOVE 'SEM HISTORICO' TO WS-USO-SEMANAS
                   WHEN WS-CRESC-SEMANA > ZEROS
                    AND WS-USO < WS-LIM-LIMITE(WS-IDX-LIM)
                       MOVE WS-CRESC-SEMANA TO WS-EXB-CRESC
                       MOVE WS-EXB-CRESC    TO WS-USO-CRESC
                       MOVE WS-SEMANAS      TO WS-EXB-SEMANAS
                       MOVE WS-EXB-SEMANAS  TO WS-USO-SEMANAS
                   WHEN WS-CRESC-SEMANA > ZEROS
                       MOVE WS-CRESC-SEMANA TO WS-EXB-CRESC
                       MOVE WS-EXB-CRESC    TO WS-USO-CRESC
                       MOVE 'NO LIMITE'     TO WS-USO-SEMANAS
                   WHEN OTHER
                       MOVE WS-CRESC-SEMANA TO WS-EXB-CRESC
                       MOVE WS-EXB-CRESC    TO WS-USO-CRESC
                       MOVE 'SEM CRESCIM.'  TO WS-USO-SEMANAS
               END-EVALUATE

               WRITE REG-RELATORIO FROM WS-LINHA-USO
           END-IF

           IF SIT-ALERTA OR SIT-CRITICO OR SIT-ESTOURO
               DISPLAY WS-ARQ-SITUACAO ' ' WS-ARQ-NOME ' '
                       WS-ARQ-DECLARADO ' USO:' WS-USO-PCT '%'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-IMPRIME-TOTAIS.
      *----------------------------------------------------------------*
           MOVE WS-CONT-MEDIDOS TO WS-TOT-MEDIDOS-R
           MOVE WS-CONT-AUSENTE TO WS-TOT-AUSENTE-R
           MOVE WS-CONT-ALERTA  TO WS-TOT-ALERTA-R
           MOVE WS-CONT-CRITICO TO WS-TOT-CRITICO-R

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE1
           DISPLAY WS-RODAPE2
           WRITE REG-RELATORIO FROM WS-RODAPE2
           DISPLAY WS-RODAPE3
           WRITE REG-RELATORIO FROM WS-RODAPE3
           DISPLAY WS-RODAPE4
           WRITE REG-RELATORIO FROM WS-RODAPE4

           IF WS-CONT-CRITICO > ZEROS
               DISPLAY '*** ARQUIVO PERTO DO LIMITE DECLARADO - '
                       'VER CAPACREL.TXT'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM CAPACID.
