      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Cumulative election results history. Once an
      *          election is closed and ELEIABER has published its
      *          open-data file, this job appends the final figures of
      *          ELEIABER.CSV - one record per zona/secao, candidate
      *          and party of each race - to RESHIST.TXT, identified
      *          by the election date and round kept on the electoral
      *          calendar card ELEIPARM.TXT. The export is checked
      *          against its interface envelope before anything is
      *          written, and an election already on the history is
      *          refused, so a re-run never doubles the totals.
      *          COMPHIST compares any two elections of the history.
      *          Layout of RESHIST.TXT (80 bytes):
      *          data da eleicao, turno, tipo (SEC/CAN/PAR), cargo,
      *          zona, secao, local, numero (candidato ou partido),
      *          nome, partido do candidato, aptos, comparecimento,
      *          brancos, nulos, legenda e votos.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. HISTELEI.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQPARM ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-PARM.

       SELECT ARQABE ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-ABE.

       SELECT ARQHIST ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-HIST.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

      *    ELEIPARM.TXT: vagas de vereador, fechamento do cadastro e,
      *    depois deles, a data e o turno da eleicao do calendario.
       FD ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ELEIPARM.TXT".
       01  REG-PARM.
           03 ELP-QTD-VAGAS             PIC 9(02).
           03 FILLER                    PIC X(01).
           03 ELP-DATA-FECHA-CAD        PIC 9(08).
           03 FILLER                    PIC X(01).
           03 ELP-DATA-ELEICAO          PIC 9(08).
           03 FILLER                    PIC X(01).
           03 ELP-TURNO                 PIC 9(01).

       FD ARQABE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ELEIABER.CSV".
       01  REG-ABERTO                   PIC X(120).

       FD ARQHIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RESHIST.TXT".
       01  REG-HISTORICO.
           03 RHS-DATA-ELEICAO          PIC 9(08).
           03 RHS-TURNO                 PIC 9(01).
           03 RHS-TIPO                  PIC X(03).
           03 RHS-CARGO                 PIC X(01).
           03 RHS-ZONA                  PIC 9(03).
           03 RHS-SECAO                 PIC 9(04).
           03 RHS-LOCAL                 PIC X(05).
           03 RHS-NUMERO                PIC 9(03).
           03 RHS-NOME                  PIC X(20).
           03 RHS-PARTIDO               PIC 9(02).
           03 RHS-APTOS                 PIC 9(05).
           03 RHS-COMPAREC              PIC 9(05).
           03 RHS-BRANCO                PIC 9(05).
           03 RHS-NULO                  PIC 9(05).
           03 RHS-LEGENDA               PIC 9(05).
           03 RHS-VOTOS                 PIC 9(05).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HISTRUN.TXT".
       01  REG-RUN                      PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                       PIC X(01) VALUE ' '.
       77  WS-EOF-HIST                  PIC X(01) VALUE ' '.
       77  WS-STATUS-PARM               PIC X(02) VALUE SPACES.
           88 PARM-OK                       VALUE '00'.
       77  WS-STATUS-ABE                PIC X(02) VALUE SPACES.
           88 ABE-OK                        VALUE '00'.
       77  WS-STATUS-HIST               PIC X(02) VALUE SPACES.
           88 HIST-OK                       VALUE '00'.
           88 HIST-NAO-EXISTE               VALUE '35'.
       77  WS-DATA-ELEICAO              PIC 9(08) VALUE ZEROS.
       77  WS-TURNO                     PIC 9(01) VALUE ZEROS.
       77  WS-ELEICAO-ARQUIVADA         PIC X(01) VALUE 'N'.
       77  WS-CONT-ARQUIVADOS           PIC 9(07) VALUE ZEROS.

           COPY RUNSUMARIO.
           COPY ENVELOPE.

      *    Linha de dados do ELEIABER.CSV: campos de largura fixa
      *    separados por virgula, uma visao por tipo de linha.
       01  WS-ABE-LINHA                 PIC X(120) VALUE SPACES.
       01  WS-ABE-SECAO REDEFINES WS-ABE-LINHA.
           03 WS-ABS-TIPO               PIC X(03).
           03 FILLER                    PIC X(01).
           03 WS-ABS-CARGO              PIC X(01).
           03 FILLER                    PIC X(01).
           03 WS-ABS-ZONA               PIC 9(03).
           03 FILLER                    PIC X(01).
           03 WS-ABS-SECAO              PIC 9(04).
           03 FILLER                    PIC X(01).
           03 WS-ABS-LOCAL              PIC X(05).
           03 FILLER                    PIC X(01).
           03 WS-ABS-DESCRICAO          PIC X(20).
           03 FILLER                    PIC X(01).
           03 WS-ABS-APTOS              PIC 9(05).
           03 FILLER                    PIC X(01).
           03 WS-ABS-COMPAREC           PIC 9(05).
           03 FILLER                    PIC X(01).
           03 WS-ABS-ABSTENCAO          PIC 9(05).
           03 FILLER                    PIC X(01).
           03 WS-ABS-BRANCO             PIC 9(05).
           03 FILLER                    PIC X(01).
           03 WS-ABS-NULO               PIC 9(05).
           03 FILLER                    PIC X(01).
           03 WS-ABS-LEGENDA            PIC 9(05).
           03 FILLER                    PIC X(43).
       01  WS-ABE-CAND REDEFINES WS-ABE-LINHA.
           03 FILLER                    PIC X(04).
           03 WS-ABC-CARGO              PIC X(01).
           03 FILLER                    PIC X(01).
           03 WS-ABC-ZONA               PIC 9(03).
           03 FILLER                    PIC X(01).
           03 WS-ABC-SECAO              PIC 9(04).
           03 FILLER                    PIC X(01).
           03 WS-ABC-LOCAL              PIC X(05).
           03 FILLER                    PIC X(01).
           03 WS-ABC-NUMERO             PIC 9(03).
           03 FILLER                    PIC X(01).
           03 WS-ABC-NOME               PIC X(20).
           03 FILLER                    PIC X(01).
           03 WS-ABC-PARTIDO            PIC 9(02).
           03 FILLER                    PIC X(01).
           03 WS-ABC-VOTOS              PIC 9(05).
           03 FILLER                    PIC X(66).
       01  WS-ABE-PART REDEFINES WS-ABE-LINHA.
           03 FILLER                    PIC X(04).
           03 WS-ABP-CARGO              PIC X(01).
           03 FILLER                    PIC X(01).
           03 WS-ABP-ZONA               PIC 9(03).
           03 FILLER                    PIC X(01).
           03 WS-ABP-SECAO              PIC 9(04).
           03 FILLER                    PIC X(01).
           03 WS-ABP-LOCAL              PIC X(05).
           03 FILLER                    PIC X(01).
           03 WS-ABP-PARTIDO            PIC 9(02).
           03 FILLER                    PIC X(01).
           03 WS-ABP-NOME               PIC X(20).
           03 FILLER                    PIC X(01).
           03 WS-ABP-NOMINAIS           PIC 9(05).
           03 FILLER                    PIC X(01).
           03 WS-ABP-LEGENDA            PIC 9(05).
           03 FILLER                    PIC X(01).
           03 WS-ABP-TOTAL              PIC 9(05).
           03 FILLER                    PIC X(58).

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               MOVE 'HISTELEI' TO WS-RUN-PROGRAMA

               PERFORM 0100-LER-PARAMETRO
               IF FIM-NORMAL
                   PERFORM 0200-VERIFICA-HISTORICO
               END-IF
               IF FIM-NORMAL
                   PERFORM 1000-CONFERE-EXPORTACAO
               END-IF
               IF FIM-NORMAL
                   PERFORM 2000-ARQUIVA-RESULTADOS
                   DISPLAY 'ELEICAO ' WS-DATA-ELEICAO ' TURNO '
                           WS-TURNO ' ARQUIVADA EM RESHIST.TXT - '
                           'REGISTROS: ' WS-CONT-ARQUIVADOS
               END-IF

               MOVE WS-CONT-ARQUIVADOS TO WS-RUN-PROCESSADOS
               MOVE ZEROS              TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-LER-PARAMETRO.
      *----------------------------------------------------------------*
      *    Sem data e turno da eleicao no calendario nao ha como
      *    identificar o resultado no historico.
           OPEN INPUT ARQPARM
           IF PARM-OK
               READ ARQPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ELP-DATA-ELEICAO IS NUMERIC
                          AND ELP-TURNO IS NUMERIC
                           MOVE ELP-DATA-ELEICAO TO WS-DATA-ELEICAO
                           MOVE ELP-TURNO        TO WS-TURNO
                       END-IF
               END-READ
               CLOSE ARQPARM
           END-IF

           IF WS-DATA-ELEICAO = ZEROS
              OR (WS-TURNO NOT = 1 AND WS-TURNO NOT = 2)
               SET FIM-ANORMAL TO TRUE
               MOVE 'DATA/TURNO DA ELEICAO AUSENTE' TO WS-RUN-MOTIVO
               MOVE 'HEL001' TO WS-RUN-CODIGO
               DISPLAY 'ELEIPARM.TXT SEM DATA E TURNO DA ELEICAO - '
                       'NADA ARQUIVADO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-VERIFICA-HISTORICO.
      *----------------------------------------------------------------*
      *    A mesma eleicao/turno nao entra duas vezes no historico.
           OPEN INPUT ARQHIST
           IF HIST-OK
               PERFORM UNTIL WS-EOF-HIST = 'S'
                          OR WS-ELEICAO-ARQUIVADA = 'S'
                   READ ARQHIST
                       AT END
                           MOVE 'S' TO WS-EOF-HIST
                       NOT AT END
                           IF RHS-DATA-ELEICAO = WS-DATA-ELEICAO
                              AND RHS-TURNO = WS-TURNO
                               MOVE 'S' TO WS-ELEICAO-ARQUIVADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHIST
           END-IF

           IF WS-ELEICAO-ARQUIVADA = 'S'
               SET FIM-ANORMAL TO TRUE
               MOVE 'ELEICAO JA ARQUIVADA' TO WS-RUN-MOTIVO
               MOVE 'HEL002' TO WS-RUN-CODIGO
               DISPLAY 'ELEICAO ' WS-DATA-ELEICAO ' TURNO ' WS-TURNO
                       ' JA CONSTA DE RESHIST.TXT - NADA ARQUIVADO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-CONFERE-EXPORTACAO.
      *----------------------------------------------------------------*
      *    Primeira passada: envelope completo e origem ELEIABER, ou
      *    o arquivo inteiro fica de fora.
           OPEN INPUT ARQABE
           IF NOT ABE-OK
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ELEIABER.CSV' TO WS-RUN-MOTIVO
               MOVE 'HEL003' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQABE - STATUS: ' WS-STATUS-ABE
           ELSE
               PERFORM 1100-LER-EXPORTACAO
               MOVE REG-ABERTO TO WS-ENV-BUFFER
               PERFORM 9400-VERIFICA-ENV-CABECALHO
               IF NOT ENVELOPE-PRESENTE
                  OR REG-ABERTO(12:8) NOT = 'ELEIABER'
                   SET ENVELOPE-ERRADO TO TRUE
                   MOVE 'ARQUIVO NAO E DO ELEIABER' TO WS-ENV-MOTIVO
               END-IF
               IF ENVELOPE-OK
                   PERFORM 1100-LER-EXPORTACAO
               ELSE
                   MOVE 'S' TO WS-EOF
               END-IF

               PERFORM UNTIL WS-EOF = 'S'
                   ADD 1 TO WS-ENV-QTD-DADOS
                   PERFORM 1100-LER-EXPORTACAO
               END-PERFORM

               PERFORM 9480-VERIFICA-ENV-FIM
               CLOSE ARQABE

               IF ENVELOPE-ERRADO
                   SET FIM-ANORMAL TO TRUE
                   MOVE WS-ENV-MOTIVO TO WS-RUN-MOTIVO
                   MOVE 'HEL004' TO WS-RUN-CODIGO
                   DISPLAY 'ELEIABER.CSV REJEITADO - ' WS-ENV-MOTIVO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-LER-EXPORTACAO.
      *----------------------------------------------------------------*
           READ ARQABE
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   MOVE REG-ABERTO TO WS-ENV-BUFFER
                   PERFORM 9450-VERIFICA-ENV-TRAILER
                   IF WS-ENV-TRL-LIDO = 'S'
                       MOVE 'S' TO WS-EOF
                   END-IF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-ARQUIVA-RESULTADOS.
      *----------------------------------------------------------------*
      *    Segunda passada: linhas SEC, CAN e PAR vao para o
      *    historico; TOT e so a soma delas e nao e guardada.
           OPEN EXTEND ARQHIST
           IF HIST-NAO-EXISTE
               OPEN OUTPUT ARQHIST
           END-IF

           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQABE
           PERFORM 2100-LER-LINHA
           PERFORM 2100-LER-LINHA

           PERFORM UNTIL WS-EOF = 'S'
               MOVE REG-ABERTO TO WS-ABE-LINHA
               PERFORM 2200-GRAVA-HISTORICO
               PERFORM 2100-LER-LINHA
           END-PERFORM

           CLOSE ARQABE
           CLOSE ARQHIST
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LER-LINHA.
      *----------------------------------------------------------------*
           READ ARQABE
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   IF REG-ABERTO(1:3) = 'TRL'
                       MOVE 'S' TO WS-EOF
                   END-IF
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-GRAVA-HISTORICO.
      *----------------------------------------------------------------*
           MOVE SPACES          TO REG-HISTORICO
           MOVE WS-DATA-ELEICAO TO RHS-DATA-ELEICAO
           MOVE WS-TURNO        TO RHS-TURNO
           MOVE WS-ABS-TIPO     TO RHS-TIPO
           MOVE ZEROS TO RHS-NUMERO  RHS-PARTIDO  RHS-APTOS
                         RHS-COMPAREC RHS-BRANCO  RHS-NULO
                         RHS-LEGENDA  RHS-VOTOS

           EVALUATE WS-ABS-TIPO
               WHEN 'SEC'
                   MOVE WS-ABS-CARGO      TO RHS-CARGO
                   MOVE WS-ABS-ZONA       TO RHS-ZONA
                   MOVE WS-ABS-SECAO      TO RHS-SECAO
                   MOVE WS-ABS-LOCAL      TO RHS-LOCAL
                   MOVE WS-ABS-DESCRICAO  TO RHS-NOME
                   MOVE WS-ABS-APTOS      TO RHS-APTOS
                   MOVE WS-ABS-COMPAREC   TO RHS-COMPAREC
                   MOVE WS-ABS-BRANCO     TO RHS-BRANCO
                   MOVE WS-ABS-NULO       TO RHS-NULO
                   MOVE WS-ABS-LEGENDA    TO RHS-LEGENDA
                   WRITE REG-HISTORICO
                   ADD 1 TO WS-CONT-ARQUIVADOS
               WHEN 'CAN'
                   MOVE WS-ABC-CARGO      TO RHS-CARGO
                   MOVE WS-ABC-ZONA       TO RHS-ZONA
                   MOVE WS-ABC-SECAO      TO RHS-SECAO
                   MOVE WS-ABC-LOCAL      TO RHS-LOCAL
                   MOVE WS-ABC-NUMERO     TO RHS-NUMERO
                   MOVE WS-ABC-NOME       TO RHS-NOME
                   MOVE WS-ABC-PARTIDO    TO RHS-PARTIDO
                   MOVE WS-ABC-VOTOS      TO RHS-VOTOS
                   WRITE REG-HISTORICO
                   ADD 1 TO WS-CONT-ARQUIVADOS
               WHEN 'PAR'
                   MOVE WS-ABP-CARGO      TO RHS-CARGO
                   MOVE WS-ABP-ZONA       TO RHS-ZONA
                   MOVE WS-ABP-SECAO      TO RHS-SECAO
                   MOVE WS-ABP-LOCAL      TO RHS-LOCAL
                   MOVE WS-ABP-PARTIDO    TO RHS-NUMERO
                   MOVE WS-ABP-PARTIDO    TO RHS-PARTIDO
                   MOVE WS-ABP-NOME       TO RHS-NOME
                   MOVE WS-ABP-LEGENDA    TO RHS-LEGENDA
                   MOVE WS-ABP-TOTAL      TO RHS-VOTOS
                   WRITE REG-HISTORICO
                   ADD 1 TO WS-CONT-ARQUIVADOS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.
      *----------------------------------------------------------------*
           COPY ENVELOPE-PROC.

       END PROGRAM HISTELEI.
