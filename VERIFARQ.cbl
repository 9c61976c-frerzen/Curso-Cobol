      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Pre-chain input layout check. Before the nightly
      *          chain, RUNBATCH CALLs this step to scan every input
      *          file named on BATSCHED.TXT against the layout
      *          registry LAYOUTS.TXT kept by operations - per file
      *          the record length ('A' rows) and the position,
      *          length and name of each numeric field ('C' rows).
      *          Every blank line, line longer than the layout, line
      *          too short to hold a numeric field and numeric field
      *          with anything but digits is listed on VERIFARQ.TXT
      *          with its line number and field, so a hand-edited or
      *          truncated file is caught before the program that
      *          would die on it or silently compute garbage. The
      *          verdict per file goes to VERIFRES.TXT (OK,
      *          REPROVADO, AUSENTE, SEM-LAYOUT) and RUNBATCH holds
      *          the steps reading a REPROVADO file and their
      *          dependents. A file with no layout on the registry
      *          is listed but never held.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. VERIFARQ.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQSCHED ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-SCHED.

       SELECT ARQLAY ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-LAY.

       SELECT ARQVER ASSIGN TO DYNAMIC WS-NOME-ARQ
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-VER.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQRES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQSCHED
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BATSCHED.TXT".
       01  REG-SCHEDULE.
           03 SCH-PROGRAMA        PIC X(08).
           03 FILLER              PIC X(01).
           03 SCH-ATIVO           PIC X(01).
           03 FILLER              PIC X(01).
           03 SCH-ARQ-ENTRADA     PIC X(20).
           03 FILLER              PIC X(01).
           03 SCH-ARQ-SAIDA       PIC X(20).
           03 FILLER              PIC X(01).
           03 SCH-ARQ-RUN         PIC X(20).
           03 FILLER              PIC X(01).
           03 SCH-DEPENDE         PIC X(08).
           03 FILLER              PIC X(01).
           03 SCH-SO-DIA-UTIL     PIC X(01).

      *    Registro de leiautes: linha 'A' da o tamanho do registro
      *    do arquivo, linha 'C' um campo numerico (posicao inicial,
      *    tamanho e nome). Campo sem linha 'A' e verificado sem
      *    critica de tamanho.
       FD  ARQLAY
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LAYOUTS.TXT".
       01  REG-LEIAUTE.
           03 LAY-TIPO            PIC X(01).
              88 LAY-ARQUIVO-REG      VALUE 'A'.
              88 LAY-CAMPO-REG        VALUE 'C'.
           03 FILLER              PIC X(01).
           03 LAY-ARQUIVO         PIC X(20).
           03 FILLER              PIC X(01).
           03 LAY-DADOS           PIC X(30).
           03 LAY-DADOS-ARQ REDEFINES LAY-DADOS.
              05 LAY-TAMANHO      PIC 9(04).
              05 FILLER           PIC X(26).
           03 LAY-DADOS-CAMPO REDEFINES LAY-DADOS.
              05 LAY-POSICAO      PIC 9(04).
              05 FILLER           PIC X(01).
              05 LAY-COMPRIMENTO  PIC 9(02).
              05 FILLER           PIC X(01).
              05 LAY-NOME-CAMPO   PIC X(20).
              05 FILLER           PIC X(02).

       FD  ARQVER
           LABEL RECORD STANDARD
           RECORD IS VARYING IN SIZE FROM 1 TO 512 CHARACTERS
               DEPENDING ON WS-TAM-LINHA.
       01  REG-VERIFICADO         PIC X(512).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VERIFARQ.TXT".
       01  REG-RELATORIO          PIC X(80).

       FD  ARQRES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VERIFRES.TXT".
       01  REG-RESULTADO.
           03 VRS-ARQUIVO         PIC X(20).
           03 FILLER              PIC X(01).
           03 VRS-SITUACAO        PIC X(10).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VERIFRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-SCHED-EOF             PIC X(01) VALUE ' '.
       77  WS-LAY-EOF               PIC X(01) VALUE ' '.
       77  WS-STATUS-SCHED          PIC X(02) VALUE SPACES.
           88 SCHED-OK                  VALUE '00'.
       77  WS-STATUS-LAY            PIC X(02) VALUE SPACES.
           88 LAY-OK                    VALUE '00'.
       77  WS-STATUS-VER            PIC X(02) VALUE SPACES.
           88 VER-OK                    VALUE '00'.
       77  WS-NOME-ARQ              PIC X(20) VALUE SPACES.
       77  WS-TAM-LINHA             PIC 9(04) VALUE ZEROS.
       77  WS-QTD-LEIAUTE           PIC 9(02) VALUE ZEROS.
       77  WS-QTD-CAMPO             PIC 9(03) VALUE ZEROS.
       77  WS-QTD-ENTRADA           PIC 9(02) VALUE ZEROS.
       77  WS-IDX                   PIC 9(03) VALUE ZEROS.
       77  WS-IDX-ENT               PIC 9(02) VALUE ZEROS.
       77  WS-IDX-CAM               PIC 9(03) VALUE ZEROS.
       77  WS-POS-LAY               PIC 9(02) VALUE ZEROS.
       77  WS-ACHOU                 PIC X(01) VALUE 'N'.
       77  WS-FIM-CAMPO             PIC 9(04) VALUE ZEROS.
       77  WS-REG-COM-ERRO          PIC X(01) VALUE 'N'.
       77  WS-MAX-LINHAS-ERRO       PIC 9(03) VALUE 50.
       77  WS-CONT-LINHA            PIC 9(07) VALUE ZEROS.
       77  WS-CONT-ERRO-ARQ         PIC 9(07) VALUE ZEROS.
       77  WS-CONT-LISTADO-ARQ      PIC 9(03) VALUE ZEROS.
       77  WS-CONT-REG-TOTAL        PIC 9(07) VALUE ZEROS.
       77  WS-CONT-ERRO-TOTAL       PIC 9(07) VALUE ZEROS.
       77  WS-CONT-REPROVADO        PIC 9(02) VALUE ZEROS.
       77  WS-MOTIVO                PIC X(28) VALUE SPACES.
       77  WS-NOME-CAMPO            PIC X(20) VALUE SPACES.
       77  WS-SITUACAO              PIC X(10) VALUE SPACES.

           COPY CABECALHO80.
           COPY RUNSUMARIO.

       01  WS-TAB-LEIAUTE.
           03 WS-LAY-ITEM OCCURS 50 TIMES.
              05 WS-LAY-ARQUIVO     PIC X(20).
              05 WS-LAY-TAMANHO     PIC 9(04).

       01  WS-TAB-CAMPO.
           03 WS-CAM-ITEM OCCURS 300 TIMES.
              05 WS-CAM-LEIAUTE     PIC 9(02).
              05 WS-CAM-POSICAO     PIC 9(04).
              05 WS-CAM-COMPR       PIC 9(02).
              05 WS-CAM-NOME        PIC X(20).

      *    Entradas distintas da agenda - o mesmo arquivo lido por
      *    dois passos e verificado uma vez so.
       01  WS-TAB-ENTRADA.
           03 WS-ENT-ARQUIVO OCCURS 20 TIMES PIC X(20).

       01  WS-LINHA1.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'VERIFICACAO DE LEIAUTE DAS ENTRADAS'.
           03 FILLER PIC X(20) VALUE SPACES.

       01  WS-LINHA-ARQUIVO.
           03 FILLER              PIC X(09) VALUE 'ARQUIVO: '.
           03 WS-EXB-ARQUIVO      PIC X(20).
           03 FILLER              PIC X(06) VALUE ' TAM: '.
           03 WS-EXB-TAMANHO      PIC ZZZ9.
           03 FILLER              PIC X(06) VALUE ' REG: '.
           03 WS-EXB-REGISTROS    PIC ZZZZZZ9.
           03 FILLER              PIC X(06) VALUE ' ERR: '.
           03 WS-EXB-ERROS        PIC ZZZZZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-EXB-SITUACAO     PIC X(10).

       01  WS-LINHA-ERRO.
           03 FILLER              PIC X(08) VALUE '  LINHA '.
           03 WS-ERR-LINHA        PIC 9(07).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-ERR-CAMPO        PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-ERR-POS-INI      PIC 9(04).
           03 FILLER              PIC X(01) VALUE '-'.
           03 WS-ERR-POS-FIM      PIC 9(04).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-ERR-MOTIVO       PIC X(28).

       01  WS-LINHA-LIMITE.
           03 FILLER              PIC X(40)
               VALUE '  ... DEMAIS ERROS DO ARQUIVO OMITIDOS'.

       01  WS-RODAPE1.
           03 FILLER            PIC X(30)
               VALUE 'ARQUIVOS VERIFICADOS:         '.
           03 WS-TOT-ARQUIVOS   PIC ZZZZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(30)
               VALUE 'REGISTROS LIDOS:              '.
           03 WS-TOT-REGISTROS  PIC ZZZZZZ9.

       01  WS-RODAPE3.
           03 FILLER            PIC X(30)
               VALUE 'REGISTROS COM ERRO:           '.
           03 WS-TOT-ERROS      PIC ZZZZZZ9.

       01  WS-RODAPE4.
           03 FILLER            PIC X(30)
               VALUE 'ARQUIVOS REPROVADOS:          '.
           03 WS-TOT-REPROVADOS PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 0100-CARREGA-LEIAUTES
               PERFORM 0200-CARREGA-ENTRADAS

               OPEN OUTPUT ARQREL
                           ARQRES
               WRITE REG-RELATORIO FROM WS-LINHA1
               WRITE REG-RELATORIO FROM WS-PONTILHADO

               PERFORM VARYING WS-IDX-ENT FROM 1 BY 1
                       UNTIL WS-IDX-ENT > WS-QTD-ENTRADA
                   PERFORM 1000-VERIFICA-ARQUIVO
               END-PERFORM

               PERFORM 3000-IMPRIME-TOTAIS
               CLOSE ARQREL
                     ARQRES

               IF WS-CONT-REPROVADO > ZEROS
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'ENTRADA FORA DO LEIAUTE' TO WS-RUN-MOTIVO
                   MOVE 'VFA001' TO WS-RUN-CODIGO
               END-IF

               MOVE 'VERIFARQ'         TO WS-RUN-PROGRAMA
               MOVE WS-CONT-REG-TOTAL  TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-ERRO-TOTAL TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-LEIAUTES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQLAY
           IF LAY-OK
               PERFORM UNTIL WS-LAY-EOF = 'S'
                   READ ARQLAY
                       AT END
                           MOVE 'S' TO WS-LAY-EOF
                       NOT AT END
                           PERFORM 0150-GUARDA-LEIAUTE
                   END-READ
               END-PERFORM
               CLOSE ARQLAY
           ELSE
               DISPLAY 'LAYOUTS.TXT AUSENTE - NENHUM LEIAUTE '
                       'VERIFICADO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0150-GUARDA-LEIAUTE.
      *----------------------------------------------------------------*
           IF LAY-ARQUIVO-REG OR LAY-CAMPO-REG
               MOVE LAY-ARQUIVO TO WS-NOME-ARQ
               PERFORM 0180-LOCALIZA-LEIAUTE
           END-IF

           EVALUATE TRUE
               WHEN WS-POS-LAY = ZEROS
                   CONTINUE
               WHEN LAY-ARQUIVO-REG
                   IF LAY-TAMANHO IS NUMERIC
                       MOVE LAY-TAMANHO TO WS-LAY-TAMANHO(WS-POS-LAY)
                   ELSE
                       DISPLAY 'LAYOUTS.TXT - TAMANHO INVALIDO: '
                               LAY-ARQUIVO
                   END-IF
               WHEN LAY-CAMPO-REG
                   IF LAY-POSICAO IS NUMERIC AND LAY-POSICAO > ZEROS
                      AND LAY-COMPRIMENTO IS NUMERIC
                      AND LAY-COMPRIMENTO > ZEROS
                      AND LAY-POSICAO + LAY-COMPRIMENTO - 1 <= 512
                      AND WS-QTD-CAMPO < 300
                       ADD 1 TO WS-QTD-CAMPO
                       MOVE WS-POS-LAY
                           TO WS-CAM-LEIAUTE(WS-QTD-CAMPO)
                       MOVE LAY-POSICAO
                           TO WS-CAM-POSICAO(WS-QTD-CAMPO)
                       MOVE LAY-COMPRIMENTO
                           TO WS-CAM-COMPR(WS-QTD-CAMPO)
                       MOVE LAY-NOME-CAMPO
                           TO WS-CAM-NOME(WS-QTD-CAMPO)
                   ELSE
                       DISPLAY 'LAYOUTS.TXT - CAMPO IGNORADO: '
                               LAY-ARQUIVO ' ' LAY-NOME-CAMPO
                   END-IF
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       0180-LOCALIZA-LEIAUTE.
      *----------------------------------------------------------------*
      *    Localiza (ou abre) o leiaute do arquivo WS-NOME-ARQ.
           MOVE ZEROS TO WS-POS-LAY
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-LEIAUTE
                      OR WS-POS-LAY > ZEROS
               IF WS-LAY-ARQUIVO(WS-IDX) = WS-NOME-ARQ
                   MOVE WS-IDX TO WS-POS-LAY
               END-IF
           END-PERFORM

           IF WS-POS-LAY = ZEROS
               IF WS-QTD-LEIAUTE < 50
                   ADD 1 TO WS-QTD-LEIAUTE
                   MOVE WS-QTD-LEIAUTE TO WS-POS-LAY
                   MOVE WS-NOME-ARQ    TO WS-LAY-ARQUIVO(WS-POS-LAY)
                   MOVE ZEROS          TO WS-LAY-TAMANHO(WS-POS-LAY)
               ELSE
                   DISPLAY 'LAYOUTS.TXT - LIMITE DE 50 ARQUIVOS '
                           'EXCEDIDO: ' WS-NOME-ARQ
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-ENTRADAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQSCHED
           IF SCHED-OK
               PERFORM UNTIL WS-SCHED-EOF = 'S'
                   READ ARQSCHED
                       AT END
                           MOVE 'S' TO WS-SCHED-EOF
                       NOT AT END
                           IF SCH-ARQ-ENTRADA NOT = SPACES
                               PERFORM 0250-GUARDA-ENTRADA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQSCHED
           ELSE
               DISPLAY 'BATSCHED.TXT AUSENTE - NENHUMA ENTRADA '
                       'PARA VERIFICAR'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0250-GUARDA-ENTRADA.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ENTRADA
               IF WS-ENT-ARQUIVO(WS-IDX) = SCH-ARQ-ENTRADA
                   MOVE 'S' TO WS-ACHOU
               END-IF
           END-PERFORM

           IF WS-ACHOU = 'N' AND WS-QTD-ENTRADA < 20
               ADD 1 TO WS-QTD-ENTRADA
               MOVE SCH-ARQ-ENTRADA TO WS-ENT-ARQUIVO(WS-QTD-ENTRADA)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-VERIFICA-ARQUIVO.
      *----------------------------------------------------------------*
           MOVE WS-ENT-ARQUIVO(WS-IDX-ENT) TO WS-NOME-ARQ
           MOVE ZEROS TO WS-CONT-LINHA
                         WS-CONT-ERRO-ARQ
                         WS-CONT-LISTADO-ARQ
                         WS-POS-LAY

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-LEIAUTE
                      OR WS-POS-LAY > ZEROS
               IF WS-LAY-ARQUIVO(WS-IDX) = WS-NOME-ARQ
                   MOVE WS-IDX TO WS-POS-LAY
               END-IF
           END-PERFORM

           MOVE WS-NOME-ARQ TO WS-EXB-ARQUIVO
           MOVE ZEROS       TO WS-EXB-TAMANHO

           IF WS-POS-LAY = ZEROS
               MOVE 'SEM-LAYOUT' TO WS-SITUACAO
               PERFORM 1900-GRAVA-SITUACAO
           ELSE
               MOVE WS-LAY-TAMANHO(WS-POS-LAY) TO WS-EXB-TAMANHO
               IF WS-IDX-ENT > 1
                   WRITE REG-RELATORIO FROM WS-PONTILHADO
               END-IF
               MOVE ' ' TO WS-EOF
               OPEN INPUT ARQVER
               IF VER-OK
                   PERFORM UNTIL WS-EOF = 'S'
                       READ ARQVER
                           AT END
                               MOVE 'S' TO WS-EOF
                           NOT AT END
                               ADD 1 TO WS-CONT-LINHA
                               PERFORM 1100-VERIFICA-REGISTRO
                       END-READ
                   END-PERFORM
                   CLOSE ARQVER

                   IF WS-CONT-ERRO-ARQ > ZEROS
                       MOVE 'REPROVADO' TO WS-SITUACAO
                       ADD 1 TO WS-CONT-REPROVADO
                   ELSE
                       MOVE 'OK'        TO WS-SITUACAO
                   END-IF
               ELSE
      *            Entrada ausente: o RUNBATCH ja nao roda o passo
      *            (ENTVAZIA) - aqui so fica registrada.
                   MOVE 'AUSENTE' TO WS-SITUACAO
               END-IF
               PERFORM 1900-GRAVA-SITUACAO
           END-IF

           ADD WS-CONT-LINHA    TO WS-CONT-REG-TOTAL
           ADD WS-CONT-ERRO-ARQ TO WS-CONT-ERRO-TOTAL
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-VERIFICA-REGISTRO.
      *----------------------------------------------------------------*
      *    O WRITE de LINE SEQUENTIAL corta os brancos do fim, entao
      *    linha menor que o leiaute so e erro quando nao chega ao
      *    fim de um campo numerico.
           MOVE 'N' TO WS-REG-COM-ERRO

           EVALUATE TRUE
               WHEN WS-TAM-LINHA = ZEROS
                   MOVE SPACES TO WS-NOME-CAMPO
                   MOVE ZEROS  TO WS-ERR-POS-INI
                                  WS-ERR-POS-FIM
                   MOVE 'LINHA EM BRANCO' TO WS-MOTIVO
                   PERFORM 1500-REGISTRA-ERRO
               WHEN WS-LAY-TAMANHO(WS-POS-LAY) > ZEROS
                    AND WS-TAM-LINHA > WS-LAY-TAMANHO(WS-POS-LAY)
                   MOVE SPACES TO WS-NOME-CAMPO
                   COMPUTE WS-ERR-POS-INI =
                           WS-LAY-TAMANHO(WS-POS-LAY) + 1
                   MOVE WS-TAM-LINHA  TO WS-ERR-POS-FIM
                   MOVE 'REGISTRO MAIOR QUE O LEIAUTE' TO WS-MOTIVO
                   PERFORM 1500-REGISTRA-ERRO
                   PERFORM 1200-VERIFICA-CAMPOS
               WHEN OTHER
                   PERFORM 1200-VERIFICA-CAMPOS
           END-EVALUATE

           IF WS-REG-COM-ERRO = 'S'
               ADD 1 TO WS-CONT-ERRO-ARQ
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-VERIFICA-CAMPOS.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-CAM FROM 1 BY 1
                   UNTIL WS-IDX-CAM > WS-QTD-CAMPO
               IF WS-CAM-LEIAUTE(WS-IDX-CAM) = WS-POS-LAY
                   COMPUTE WS-FIM-CAMPO = WS-CAM-POSICAO(WS-IDX-CAM)
                                        + WS-CAM-COMPR(WS-IDX-CAM) - 1
                   MOVE WS-CAM-NOME(WS-IDX-CAM)    TO WS-NOME-CAMPO
                   MOVE WS-CAM-POSICAO(WS-IDX-CAM) TO WS-ERR-POS-INI
                   MOVE WS-FIM-CAMPO               TO WS-ERR-POS-FIM
                   EVALUATE TRUE
                       WHEN WS-TAM-LINHA < WS-FIM-CAMPO
                           MOVE 'REGISTRO CURTO' TO WS-MOTIVO
                           PERFORM 1500-REGISTRA-ERRO
                       WHEN REG-VERIFICADO(WS-CAM-POSICAO(WS-IDX-CAM):
                                           WS-CAM-COMPR(WS-IDX-CAM))
                            IS NOT NUMERIC
                           MOVE 'CAMPO NAO NUMERICO' TO WS-MOTIVO
                           PERFORM 1500-REGISTRA-ERRO
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-REGISTRA-ERRO.
      *----------------------------------------------------------------*
      *    Arquivo inteiro estragado nao enche o relatorio: depois de
      *    WS-MAX-LINHAS-ERRO linhas o resto so e contado.
           MOVE 'S' TO WS-REG-COM-ERRO
           ADD 1 TO WS-CONT-LISTADO-ARQ

           IF WS-CONT-LISTADO-ARQ <= WS-MAX-LINHAS-ERRO
               MOVE WS-CONT-LINHA TO WS-ERR-LINHA
               MOVE WS-NOME-CAMPO TO WS-ERR-CAMPO
               MOVE WS-MOTIVO     TO WS-ERR-MOTIVO
               WRITE REG-RELATORIO FROM WS-LINHA-ERRO
           END-IF

           IF WS-CONT-LISTADO-ARQ = WS-MAX-LINHAS-ERRO + 1
               WRITE REG-RELATORIO FROM WS-LINHA-LIMITE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1900-GRAVA-SITUACAO.
      *----------------------------------------------------------------*
           MOVE WS-CONT-LINHA    TO WS-EXB-REGISTROS
           MOVE WS-CONT-ERRO-ARQ TO WS-EXB-ERROS
           MOVE WS-SITUACAO      TO WS-EXB-SITUACAO
           DISPLAY WS-LINHA-ARQUIVO
           WRITE REG-RELATORIO FROM WS-LINHA-ARQUIVO

           MOVE SPACES      TO REG-RESULTADO
           MOVE WS-NOME-ARQ TO VRS-ARQUIVO
           MOVE WS-SITUACAO TO VRS-SITUACAO
           WRITE REG-RESULTADO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-IMPRIME-TOTAIS.
      *----------------------------------------------------------------*
           MOVE WS-QTD-ENTRADA     TO WS-TOT-ARQUIVOS
           MOVE WS-CONT-REG-TOTAL  TO WS-TOT-REGISTROS
           MOVE WS-CONT-ERRO-TOTAL TO WS-TOT-ERROS
           MOVE WS-CONT-REPROVADO  TO WS-TOT-REPROVADOS

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE1
           DISPLAY WS-RODAPE2
           WRITE REG-RELATORIO FROM WS-RODAPE2
           DISPLAY WS-RODAPE3
           WRITE REG-RELATORIO FROM WS-RODAPE3
           DISPLAY WS-RODAPE4
           WRITE REG-RELATORIO FROM WS-RODAPE4
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM VERIFARQ.
