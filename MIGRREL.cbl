      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Annual inter-district migration report for planning.
      *          Reads the movement history MUDHIST.TXT that MANUHAB
      *          appends to (internal moves, arrivals from and
      *          departures to outside the municipality, each with
      *          its effective date), keeps the moves effective in the
      *          year of MIGPARM.TXT (default: the current year) and
      *          prints MIGRREL.TXT, 160 columns: the origin x
      *          destination matrix over the districts of BAIRROS.TXT
      *          (codes beyond the first 24 districts, or not on the
      *          master, are grouped as OUT), with arrivals from
      *          outside as the FORA row and departures to outside as
      *          the FORA column, then per bairro the arrivals,
      *          departures and net migration - so real migration can
      *          be told apart from the births and deaths of HABMOV.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. MIGRREL.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQMUD ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-MUD.

       SELECT ARQBAIRRO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-BAIRRO.

       SELECT ARQMPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-MPARM.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQMUD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MUDHIST.TXT".
       01  REG-MUDANCA.
           03 MHI-DATA.
              05 MHI-ANO          PIC 9(04).
              05 MHI-MESDIA       PIC 9(04).
           03 FILLER              PIC X(01).
           03 MHI-CPF             PIC 9(11).
           03 FILLER              PIC X(01).
           03 MHI-TIPO            PIC X(01).
              88 MUD-INTERNA          VALUE 'M'.
              88 MUD-ENTRADA          VALUE 'E'.
              88 MUD-SAIDA            VALUE 'S'.
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

       FD  ARQBAIRRO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BAIRROS.TXT".
       01  REG-BAIRRO.
           03 BAI-CODIGO          PIC 9(03).
           03 FILLER              PIC X(01).
           03 BAI-NOME            PIC X(20).

       FD  ARQMPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MIGPARM.TXT".
       01  REG-MIGPARM.
           03 MGP-ANO             PIC 9(04).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MIGRREL.TXT".
       01  REG-RELATORIO          PIC X(160).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MIGRRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-BAIRRO-EOF            PIC X(01) VALUE ' '.
       77  WS-STATUS-MUD            PIC X(02) VALUE SPACES.
           88 MUD-OK                    VALUE '00'.
       77  WS-STATUS-BAIRRO         PIC X(02) VALUE SPACES.
           88 BAIRRO-OK                 VALUE '00'.
       77  WS-STATUS-MPARM          PIC X(02) VALUE SPACES.
           88 MPARM-OK                  VALUE '00'.
       77  WS-ANO-REF               PIC 9(04) VALUE ZEROS.
      *    Posicoes da matriz: 1 a 24 bairros do master, 25 OUT
      *    (demais codigos), 26 FORA do municipio.
       77  WS-MAX-BAIRRO            PIC 9(02) VALUE 24.
       77  WS-POS-OUTROS            PIC 9(02) VALUE 25.
       77  WS-POS-FORA              PIC 9(02) VALUE 26.
       77  WS-QTD-BAIRRO            PIC 9(02) VALUE ZEROS.
       77  WS-QTD-COL               PIC 9(02) VALUE ZEROS.
       77  WS-USA-OUTROS            PIC X(01) VALUE 'N'.
       77  WS-BAIRRO-BUSCA          PIC 9(03) VALUE ZEROS.
       77  WS-POS                   PIC 9(02) VALUE ZEROS.
       77  WS-POS-ORIG              PIC 9(02) VALUE ZEROS.
       77  WS-POS-DEST              PIC 9(02) VALUE ZEROS.
       77  WS-IDX                   PIC 9(02) VALUE ZEROS.
       77  WS-IDX-LIN               PIC 9(02) VALUE ZEROS.
       77  WS-IDX-COL               PIC 9(02) VALUE ZEROS.
       77  WS-TOTAL-LINHA           PIC 9(05) VALUE ZEROS.
       77  WS-SALDO                 PIC S9(05) VALUE ZEROS.
       77  WS-CONT-LIDOS            PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ANO              PIC 9(05) VALUE ZEROS.
       77  WS-CONT-INTERNAS         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ENTRADAS         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SAIDAS           PIC 9(05) VALUE ZEROS.
       77  WS-CONT-INVALIDOS        PIC 9(05) VALUE ZEROS.

           COPY CABECALHO160.
           COPY RUNSUMARIO.

       01  WS-TAB-BAIRRO.
           03 WS-BAI-ITEM OCCURS 26 TIMES.
              05 WS-BAI-CODIGO      PIC 9(03).
              05 WS-BAI-NOME        PIC X(20).
              05 WS-BAI-ENTRADAS    PIC 9(05).
              05 WS-BAI-SAIDAS      PIC 9(05).

       01  WS-TAB-MATRIZ.
           03 WS-MAT-LINHA OCCURS 26 TIMES.
              05 WS-MAT-CEL OCCURS 26 TIMES PIC 9(05).

      *    Posicao da matriz impressa em cada coluna do relatorio.
       01  WS-TAB-COLUNA.
           03 WS-COL-POS OCCURS 26 TIMES PIC 9(02).

       01  WS-LINHA1.
           03 FILLER PIC X(59) VALUE SPACES.
           03 FILLER PIC X(39)
               VALUE 'MATRIZ DE MIGRACAO ENTRE BAIRROS - ANO'.
           03 WS-EXB-ANO-REF      PIC 9(04).

       01  WS-LINHA2.
           03 FILLER PIC X(26) VALUE 'LINHA = BAIRRO DE ORIGEM'.
           03 FILLER PIC X(28) VALUE 'COLUNA = BAIRRO DE DESTINO'.
           03 FILLER PIC X(30) VALUE 'FORA = FORA DO MUNICIPIO'.
           03 FILLER PIC X(24) VALUE 'OUT = OUTROS BAIRROS'.

       01  WS-CAB-MATRIZ.
           03 FILLER              PIC X(17) VALUE 'DE \ PARA'.
           03 WS-CAB-CEL OCCURS 27 TIMES PIC X(05).

       01  WS-CAB-CODIGO.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-CAB-COD-N        PIC 9(03).

       01  WS-LINHA-MATRIZ.
           03 WS-LIN-ROTULO       PIC X(17).
      *    Ultima celula usada + 1 leva o total da linha.
           03 WS-LIN-CEL OCCURS 27 TIMES PIC ZZZZ9.

       01  WS-ROTULO-BAIRRO.
           03 WS-ROT-CODIGO       PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-ROT-NOME         PIC X(12).
           03 FILLER              PIC X(01) VALUE SPACE.

       01  WS-LINHA-SALDO-TIT.
           03 FILLER PIC X(40) VALUE 'SALDO MIGRATORIO POR BAIRRO'.

       01  WS-CAB-SALDO.
           03 FILLER PIC X(25) VALUE 'BAIRRO'.
           03 FILLER PIC X(10) VALUE '  ENTRADAS'.
           03 FILLER PIC X(10) VALUE '    SAIDAS'.
           03 FILLER PIC X(10) VALUE '     SALDO'.

       01  WS-LINHA-SALDO.
           03 WS-SAL-CODIGO       PIC X(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-SAL-NOME         PIC X(20).
           03 FILLER              PIC X(06) VALUE SPACES.
           03 WS-SAL-ENTRADAS     PIC ZZZZ9.
           03 FILLER              PIC X(05) VALUE SPACES.
           03 WS-SAL-SAIDAS       PIC ZZZZ9.
           03 FILLER              PIC X(04) VALUE SPACES.
           03 WS-SAL-SALDO        PIC -----9.

       01  WS-RODAPE1.
           03 FILLER            PIC X(36)
               VALUE 'MOVIMENTOS NO ANO:                  '.
           03 WS-TOT-ANO        PIC ZZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(36)
               VALUE 'MUDANCAS DENTRO DO MUNICIPIO:       '.
           03 WS-TOT-INTERNAS   PIC ZZZZ9.

       01  WS-RODAPE3.
           03 FILLER            PIC X(36)
               VALUE 'CHEGADAS DE FORA DO MUNICIPIO:      '.
           03 WS-TOT-ENTRADAS   PIC ZZZZ9.

       01  WS-RODAPE4.
           03 FILLER            PIC X(36)
               VALUE 'SAIDAS PARA FORA DO MUNICIPIO:      '.
           03 WS-TOT-SAIDAS     PIC ZZZZ9.

       01  WS-RODAPE5.
           03 FILLER            PIC X(36)
               VALUE 'SALDO MIGRATORIO DO MUNICIPIO:      '.
           03 WS-TOT-SALDO      PIC -----9.

       01  WS-RODAPE6.
           03 FILLER            PIC X(36)
               VALUE 'REGISTROS DE HISTORICO INVALIDOS:   '.
           03 WS-TOT-INVALIDOS  PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               INITIALIZE WS-TAB-BAIRRO
                          WS-TAB-MATRIZ

               PERFORM 0100-LE-PARAMETROS
               PERFORM 0200-CARREGA-BAIRROS
               PERFORM 0300-ACUMULA-MUDANCAS

               IF FIM-NORMAL
                   PERFORM 3000-IMPRIME-RELATORIO
               END-IF

               MOVE 'MIGRREL'          TO WS-RUN-PROGRAMA
               MOVE WS-CONT-LIDOS      TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-INVALIDOS  TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-LE-PARAMETROS.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-REF

           OPEN INPUT ARQMPARM
           IF MPARM-OK
               READ ARQMPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF MGP-ANO IS NUMERIC AND MGP-ANO > ZEROS
                           MOVE MGP-ANO TO WS-ANO-REF
                       END-IF
               END-READ
               CLOSE ARQMPARM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-BAIRROS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQBAIRRO
           IF BAIRRO-OK
               PERFORM UNTIL WS-BAIRRO-EOF = 'S'
                   READ ARQBAIRRO
                       AT END
                           MOVE 'S' TO WS-BAIRRO-EOF
                       NOT AT END
                           IF WS-QTD-BAIRRO < WS-MAX-BAIRRO
                               ADD 1 TO WS-QTD-BAIRRO
                               MOVE BAI-CODIGO
                                   TO WS-BAI-CODIGO(WS-QTD-BAIRRO)
                               MOVE BAI-NOME
                                   TO WS-BAI-NOME(WS-QTD-BAIRRO)
                           ELSE
                               DISPLAY 'BAIRRO AGRUPADO EM OUT - '
                                       'LIMITE DE 24 COLUNAS: '
                                       BAI-CODIGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQBAIRRO
           ELSE
               DISPLAY 'BAIRROS.TXT AUSENTE - TODOS EM OUT'
           END-IF

           MOVE 'OUTROS BAIRROS' TO WS-BAI-NOME(WS-POS-OUTROS)
           MOVE 'FORA DO MUNICIPIO' TO WS-BAI-NOME(WS-POS-FORA)
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-ACUMULA-MUDANCAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQMUD
           IF MUD-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQMUD
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONT-LIDOS
                           IF MHI-ANO IS NUMERIC
                              AND MHI-ANO = WS-ANO-REF
                               PERFORM 0350-CREDITA-MUDANCA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQMUD
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR MUDHIST.TXT' TO WS-RUN-MOTIVO
               MOVE 'MIG001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQMUD - STATUS: '
                       WS-STATUS-MUD
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0350-CREDITA-MUDANCA.
      *----------------------------------------------------------------*
      *    Entrada vem da linha FORA, saida vai para a coluna FORA;
      *    mudanca no mesmo bairro cai na diagonal e nao mexe no
      *    saldo.
           MOVE ZEROS TO WS-POS-ORIG
                         WS-POS-DEST

           EVALUATE TRUE
               WHEN MUD-INTERNA
                   MOVE MHI-BAI-ORIG TO WS-BAIRRO-BUSCA
                   PERFORM 0400-POSICAO-BAIRRO
                   MOVE WS-POS TO WS-POS-ORIG
                   MOVE MHI-BAI-DEST TO WS-BAIRRO-BUSCA
                   PERFORM 0400-POSICAO-BAIRRO
                   MOVE WS-POS TO WS-POS-DEST
                   ADD 1 TO WS-CONT-INTERNAS
               WHEN MUD-ENTRADA
                   MOVE WS-POS-FORA TO WS-POS-ORIG
                   MOVE MHI-BAI-DEST TO WS-BAIRRO-BUSCA
                   PERFORM 0400-POSICAO-BAIRRO
                   MOVE WS-POS TO WS-POS-DEST
                   ADD 1 TO WS-CONT-ENTRADAS
               WHEN MUD-SAIDA
                   MOVE MHI-BAI-ORIG TO WS-BAIRRO-BUSCA
                   PERFORM 0400-POSICAO-BAIRRO
                   MOVE WS-POS TO WS-POS-ORIG
                   MOVE WS-POS-FORA TO WS-POS-DEST
                   ADD 1 TO WS-CONT-SAIDAS
               WHEN OTHER
                   ADD 1 TO WS-CONT-INVALIDOS
           END-EVALUATE

           IF WS-POS-ORIG > ZEROS
               ADD 1 TO WS-CONT-ANO
               ADD 1 TO WS-MAT-CEL(WS-POS-ORIG, WS-POS-DEST)
               IF WS-POS-ORIG NOT = WS-POS-DEST
                   ADD 1 TO WS-BAI-SAIDAS(WS-POS-ORIG)
                   ADD 1 TO WS-BAI-ENTRADAS(WS-POS-DEST)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-POSICAO-BAIRRO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-POS
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-BAIRRO
                      OR WS-POS > ZEROS
               IF WS-BAI-CODIGO(WS-IDX) = WS-BAIRRO-BUSCA
                   MOVE WS-IDX TO WS-POS
               END-IF
           END-PERFORM

           IF WS-POS = ZEROS
               MOVE WS-POS-OUTROS TO WS-POS
               MOVE 'S' TO WS-USA-OUTROS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-IMPRIME-RELATORIO.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQREL

           PERFORM 3050-MONTA-COLUNAS

           MOVE WS-ANO-REF TO WS-EXB-ANO-REF
           DISPLAY WS-LINHA1
           WRITE REG-RELATORIO FROM WS-LINHA1
           WRITE REG-RELATORIO FROM WS-LINHA2
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-CAB-MATRIZ

           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
                   UNTIL WS-IDX-LIN > WS-QTD-COL
               PERFORM 3100-LINHA-MATRIZ
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           PERFORM 3200-SALDO-BAIRROS

           MOVE WS-CONT-ANO       TO WS-TOT-ANO
           MOVE WS-CONT-INTERNAS  TO WS-TOT-INTERNAS
           MOVE WS-CONT-ENTRADAS  TO WS-TOT-ENTRADAS
           MOVE WS-CONT-SAIDAS    TO WS-TOT-SAIDAS
           COMPUTE WS-SALDO = WS-CONT-ENTRADAS - WS-CONT-SAIDAS
           MOVE WS-SALDO          TO WS-TOT-SALDO
           MOVE WS-CONT-INVALIDOS TO WS-TOT-INVALIDOS

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE1
           DISPLAY WS-RODAPE2
           WRITE REG-RELATORIO FROM WS-RODAPE2
           DISPLAY WS-RODAPE3
           WRITE REG-RELATORIO FROM WS-RODAPE3
           DISPLAY WS-RODAPE4
           WRITE REG-RELATORIO FROM WS-RODAPE4
           DISPLAY WS-RODAPE5
           WRITE REG-RELATORIO FROM WS-RODAPE5
           DISPLAY WS-RODAPE6
           WRITE REG-RELATORIO FROM WS-RODAPE6

           CLOSE ARQREL
           .
           EXIT.
      *----------------------------------------------------------------*
       3050-MONTA-COLUNAS.
      *----------------------------------------------------------------*
      *    Colunas: bairros do master, OUT se algum codigo caiu nela
      *    e FORA sempre.
           MOVE SPACES TO WS-CAB-MATRIZ
           MOVE 'DE \ PARA' TO WS-CAB-MATRIZ(1:17)
           MOVE ZEROS TO WS-QTD-COL

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-BAIRRO
               ADD 1 TO WS-QTD-COL
               MOVE WS-IDX TO WS-COL-POS(WS-QTD-COL)
               MOVE WS-BAI-CODIGO(WS-IDX) TO WS-CAB-COD-N
               MOVE WS-CAB-CODIGO TO WS-CAB-CEL(WS-QTD-COL)
           END-PERFORM

           IF WS-USA-OUTROS = 'S'
               ADD 1 TO WS-QTD-COL
               MOVE WS-POS-OUTROS TO WS-COL-POS(WS-QTD-COL)
               MOVE '  OUT' TO WS-CAB-CEL(WS-QTD-COL)
           END-IF

           ADD 1 TO WS-QTD-COL
           MOVE WS-POS-FORA TO WS-COL-POS(WS-QTD-COL)
           MOVE ' FORA' TO WS-CAB-CEL(WS-QTD-COL)

           MOVE '  TOT' TO WS-CAB-CEL(WS-QTD-COL + 1)
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-LINHA-MATRIZ.
      *----------------------------------------------------------------*
           MOVE WS-COL-POS(WS-IDX-LIN) TO WS-POS-ORIG
           MOVE SPACES TO WS-LINHA-MATRIZ
           MOVE ZEROS  TO WS-TOTAL-LINHA

           EVALUATE WS-POS-ORIG
               WHEN WS-POS-FORA
                   MOVE 'FORA (CHEGADAS)' TO WS-LIN-ROTULO
               WHEN WS-POS-OUTROS
                   MOVE 'OUT  OUTROS' TO WS-LIN-ROTULO
               WHEN OTHER
                   MOVE WS-BAI-CODIGO(WS-POS-ORIG) TO WS-ROT-CODIGO
                   MOVE WS-BAI-NOME(WS-POS-ORIG)   TO WS-ROT-NOME
                   MOVE WS-ROTULO-BAIRRO TO WS-LIN-ROTULO
           END-EVALUATE

           PERFORM VARYING WS-IDX-COL FROM 1 BY 1
                   UNTIL WS-IDX-COL > WS-QTD-COL
               MOVE WS-COL-POS(WS-IDX-COL) TO WS-POS-DEST
               MOVE WS-MAT-CEL(WS-POS-ORIG, WS-POS-DEST)
                   TO WS-LIN-CEL(WS-IDX-COL)
               ADD WS-MAT-CEL(WS-POS-ORIG, WS-POS-DEST)
                   TO WS-TOTAL-LINHA
           END-PERFORM

           MOVE WS-TOTAL-LINHA TO WS-LIN-CEL(WS-QTD-COL + 1)
           WRITE REG-RELATORIO FROM WS-LINHA-MATRIZ
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-SALDO-BAIRROS.
      *----------------------------------------------------------------*
      *    Entradas e saidas contam mudancas entre bairros e com
      *    fora do municipio; mudanca de casa no mesmo bairro nao.
           WRITE REG-RELATORIO FROM WS-LINHA-SALDO-TIT
           WRITE REG-RELATORIO FROM WS-CAB-SALDO

           PERFORM VARYING WS-IDX-LIN FROM 1 BY 1
                   UNTIL WS-IDX-LIN > WS-QTD-COL
               MOVE WS-COL-POS(WS-IDX-LIN) TO WS-POS
               IF WS-POS NOT = WS-POS-FORA
                   IF WS-POS = WS-POS-OUTROS
                       MOVE 'OUT' TO WS-SAL-CODIGO
                   ELSE
                       MOVE WS-BAI-CODIGO(WS-POS) TO WS-SAL-CODIGO
                   END-IF
                   MOVE WS-BAI-NOME(WS-POS)     TO WS-SAL-NOME
                   MOVE WS-BAI-ENTRADAS(WS-POS) TO WS-SAL-ENTRADAS
                   MOVE WS-BAI-SAIDAS(WS-POS)   TO WS-SAL-SAIDAS
                   COMPUTE WS-SALDO = WS-BAI-ENTRADAS(WS-POS)
                                    - WS-BAI-SAIDAS(WS-POS)
                   MOVE WS-SALDO                TO WS-SAL-SALDO
                   DISPLAY WS-LINHA-SALDO
                   WRITE REG-RELATORIO FROM WS-LINHA-SALDO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM MIGRREL.
