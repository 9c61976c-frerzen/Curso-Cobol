      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Consistency check between the voter register and the
      *          census. Each voter on TITULOS.TXT is matched to
      *          HABITANTES.TXT by CPF (census records screened on CPF,
      *          birth date and sex the way RELATURN does). CONSTIT.TXT
      *          lists voters with no census match, census adults (16
      *          and over) with no voter registration, and registered
      *          voters under 16, with the count of each at the end.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. CONSTIT.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQHAB ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-HAB.

       SELECT ARQTIT ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-TIT.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD ARQHAB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HABITANTES.TXT".
       01  REG-HABITANTE.
           03 FD-CPF                       PIC 9(11).
           03 FD-DATANASC                  PIC 9(08).
           03 FD-SEXO                      PIC X(01).
           03 FD-DOMICILIO                 PIC 9(05).
           03 FD-BAIRRO                    PIC 9(03).
           03 FILLER                       PIC X(09).

       FD ARQTIT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TITULOS.TXT".
       01  REG-TITULO-REG.
           03 TITR-NUMERO                PIC 9(03).
           03 TITR-NOME                  PIC X(10).
           03 TITR-LOCAL                 PIC X(05).
           03 TITR-CPF                   PIC 9(11).

       FD ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSTIT.TXT".
       01  REG-RELATORIO                 PIC X(80).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSTRUN.TXT".
       01  REG-RUN                       PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF-HAB                   PIC X(01) VALUE ' '.
       77  WS-EOF-TIT                   PIC X(01) VALUE ' '.
       77  WS-STATUS-HAB                PIC X(02) VALUE SPACES.
           88 HAB-OK                        VALUE '00'.
       77  WS-STATUS-TIT                PIC X(02) VALUE SPACES.
           88 TIT-OK                        VALUE '00'.
       77  WS-IDADE-VOTO                PIC 9(03) VALUE 16.
       77  WS-QTD-TITULOS               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-HAB                   PIC 9(04) VALUE ZEROS.
       77  CONT-EXC-CENSO               PIC 9(05) VALUE ZEROS.
       77  CONT-SEM-CENSO               PIC 9(05) VALUE ZEROS.
       77  CONT-SEM-TITULO              PIC 9(05) VALUE ZEROS.
       77  CONT-MENOR                   PIC 9(05) VALUE ZEROS.
           COPY CABECALHO80.
           COPY VALIDACPF.
           COPY CALCIDADE.
           COPY RUNSUMARIO.

       01  WS-TAB-TITULOS.
           03 WS-TIT-ITEM OCCURS 1 TO 500 TIMES
                           DEPENDING ON WS-QTD-TITULOS
                           INDEXED BY WS-IDX-TIT.
              05 WS-TIT-NUMERO           PIC 9(03).
              05 WS-TIT-NOME             PIC X(10).
              05 WS-TIT-LOCAL            PIC X(05).
              05 WS-TIT-CPF              PIC 9(11).
              05 WS-TIT-IDADE            PIC 9(03).
              05 WS-TIT-SITUACAO         PIC X(01).
                 88 TIT-SEM-CPF              VALUE 'X'.
                 88 TIT-FORA-CENSO           VALUE 'F'.
                 88 TIT-NO-CENSO             VALUE 'C'.

       01  WS-TAB-HABITANTES.
           03 WS-HAB-ITEM OCCURS 1 TO 2000 TIMES
                           DEPENDING ON WS-QTD-HAB
                           INDEXED BY WS-IDX-HAB.
              05 WS-HAB-CPF              PIC 9(11).
              05 WS-HAB-DATANASC         PIC 9(08).
              05 WS-HAB-IDADE            PIC 9(03).
              05 WS-HAB-ELEITOR          PIC X(01).

       01  WS-LINHA1.
           03 FILLER PIC X(22) VALUE SPACES.
           03 FILLER PIC X(36)
               VALUE 'CONSISTENCIA ELEITORES X CENSO'.
           03 FILLER PIC X(22) VALUE SPACES.

       01  WS-TITULO-SECAO              PIC X(80) VALUE SPACES.

       01  WS-CAB-TITULO.
           03 FILLER PIC X(06) VALUE 'TITULO'.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'NOME'.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(05) VALUE 'LOCAL'.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(11) VALUE 'CPF'.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(20) VALUE 'OBSERVACAO'.

       01  WS-DETALHE-TITULO.
           03 FILLER                    PIC X(03) VALUE SPACES.
           03 WS-EXB-TIT-NUMERO         PIC 9(03).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WS-EXB-TIT-NOME           PIC X(10).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WS-EXB-TIT-LOCAL          PIC X(05).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WS-EXB-TIT-CPF            PIC 9(11).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WS-EXB-TIT-OBS            PIC X(30).

       01  WS-CAB-HABITANTE.
           03 FILLER PIC X(11) VALUE 'CPF'.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(10) VALUE 'NASCIMENTO'.
           03 FILLER PIC X(02) VALUE SPACES.
           03 FILLER PIC X(05) VALUE 'IDADE'.

       01  WS-DETALHE-HABITANTE.
           03 WS-EXB-HAB-CPF            PIC 9(11).
           03 FILLER                    PIC X(04) VALUE SPACES.
           03 WS-EXB-HAB-DATANASC       PIC 9(08).
           03 FILLER                    PIC X(04) VALUE SPACES.
           03 WS-EXB-HAB-IDADE          PIC ZZ9.

       01  WS-RODAPE1.
           03 FILLER       PIC X(36) VALUE
               'ELEITORES SEM CORRESPONDENCIA CENSO'.
           03 FILLER       PIC X(02) VALUE ': '.
           03 WS-TOTSEMCENSO PIC ZZZZ9.

       01  WS-RODAPE2.
           03 FILLER       PIC X(36) VALUE
               'HABITANTES 16+ SEM TITULO'.
           03 FILLER       PIC X(02) VALUE ': '.
           03 WS-TOTSEMTIT PIC ZZZZ9.

       01  WS-RODAPE3.
           03 FILLER       PIC X(36) VALUE
               'ELEITORES COM MENOS DE 16 ANOS'.
           03 FILLER       PIC X(02) VALUE ': '.
           03 WS-TOTMENOR  PIC ZZZZ9.

       01  WS-RODAPE4.
           03 FILLER       PIC X(36) VALUE
               'HABITANTES EXCLUIDOS (CPF/NASC/SEXO)'.
           03 FILLER       PIC X(02) VALUE ': '.
           03 WS-TOTEXC    PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               OPEN INPUT ARQHAB
               OPEN INPUT ARQTIT

               IF HAB-OK AND TIT-OK
                   OPEN OUTPUT ARQREL

                   PERFORM 1000-CARREGA-CENSO
                   PERFORM 2000-CARREGA-TITULOS

                   PERFORM 3000-CONFRONTA-TITULO
                       VARYING WS-IDX-TIT FROM 1 BY 1
                       UNTIL WS-IDX-TIT > WS-QTD-TITULOS

                   PERFORM 4000-GRAVA-RELATORIO

                   CLOSE ARQREL
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR CENSO/TITULOS'
                       TO WS-RUN-MOTIVO
                   MOVE 'CTT001' TO WS-RUN-CODIGO
                   DISPLAY 'ERRO AO ABRIR ENTRADAS - HAB: '
                           WS-STATUS-HAB ' TIT: ' WS-STATUS-TIT
               END-IF

               MOVE 'CONSTIT'     TO WS-RUN-PROGRAMA
               MOVE WS-QTD-TITULOS TO WS-RUN-PROCESSADOS
               COMPUTE WS-RUN-REJEITADOS =
                   CONT-SEM-CENSO + CONT-SEM-TITULO + CONT-MENOR
               PERFORM 9900-GRAVA-RUN

               CLOSE ARQHAB ARQTIT
               GOBACK.

      *----------------------------------------------------------------*
       1000-CARREGA-CENSO.
      *----------------------------------------------------------------*
      *    Somente habitantes com CPF, nascimento e sexo validos
      *    entram no confronto - os demais sao contados como
      *    excluidos, como no RELATURN.
           PERFORM UNTIL WS-EOF-HAB = 'S'
               READ ARQHAB
                   AT END
                       MOVE 'S' TO WS-EOF-HAB
                   NOT AT END
                       PERFORM 1100-GUARDA-HABITANTE
               END-READ
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-GUARDA-HABITANTE.
      *----------------------------------------------------------------*
           MOVE FD-CPF TO WS-CPF-ENTRADA-VAL
           PERFORM 9700-VALIDA-CPF

           MOVE FD-DATANASC TO WS-NASC-ENTRADA
           PERFORM 9600-CALCULA-IDADE

           IF CPF-INVALIDO OR NASC-INVALIDO
               ADD 1 TO CONT-EXC-CENSO
           ELSE
           IF FD-SEXO NOT = 'M' AND FD-SEXO NOT = 'F'
               ADD 1 TO CONT-EXC-CENSO
           ELSE
               IF WS-QTD-HAB < 2000
                   ADD 1 TO WS-QTD-HAB
                   SET WS-IDX-HAB TO WS-QTD-HAB
                   MOVE FD-CPF        TO WS-HAB-CPF(WS-IDX-HAB)
                   MOVE FD-DATANASC   TO WS-HAB-DATANASC(WS-IDX-HAB)
                   MOVE WS-IDADE-CALC TO WS-HAB-IDADE(WS-IDX-HAB)
                   MOVE 'N'           TO WS-HAB-ELEITOR(WS-IDX-HAB)
               ELSE
                   DISPLAY 'HABITANTE IGNORADO - LIMITE DE 2000 '
                           'HABITANTES EXCEDIDO: ' FD-CPF
               END-IF
           END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-CARREGA-TITULOS.
      *----------------------------------------------------------------*
           PERFORM UNTIL WS-EOF-TIT = 'S'
               READ ARQTIT
                   AT END
                       MOVE 'S' TO WS-EOF-TIT
                   NOT AT END
                       PERFORM 2100-GUARDA-TITULO
               END-READ
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-GUARDA-TITULO.
      *----------------------------------------------------------------*
      *    Titulo de antes do vinculo com o censo vem sem CPF (ou com
      *    brancos) - guardado com CPF zerado.
           IF WS-QTD-TITULOS < 500
               ADD 1 TO WS-QTD-TITULOS
               SET WS-IDX-TIT TO WS-QTD-TITULOS
               MOVE TITR-NUMERO TO WS-TIT-NUMERO(WS-IDX-TIT)
               MOVE TITR-NOME   TO WS-TIT-NOME(WS-IDX-TIT)
               MOVE TITR-LOCAL  TO WS-TIT-LOCAL(WS-IDX-TIT)
               IF TITR-CPF IS NUMERIC
                   MOVE TITR-CPF TO WS-TIT-CPF(WS-IDX-TIT)
               ELSE
                   MOVE ZEROS    TO WS-TIT-CPF(WS-IDX-TIT)
               END-IF
               MOVE ZEROS       TO WS-TIT-IDADE(WS-IDX-TIT)
           ELSE
               DISPLAY 'TITULO IGNORADO - LIMITE DE 500 '
                       'TITULOS EXCEDIDO: ' TITR-NUMERO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-CONFRONTA-TITULO.
      *----------------------------------------------------------------*
      *    Localiza o eleitor no censo pelo CPF e marca o habitante
      *    como registrado, para a lista de adultos sem titulo.
           IF WS-TIT-CPF(WS-IDX-TIT) = ZEROS
               SET TIT-SEM-CPF(WS-IDX-TIT) TO TRUE
               ADD 1 TO CONT-SEM-CENSO
           ELSE
               SET TIT-FORA-CENSO(WS-IDX-TIT) TO TRUE
               IF WS-QTD-HAB > 0
                  SET WS-IDX-HAB TO 1
                  SEARCH WS-HAB-ITEM
                     AT END
                        CONTINUE
                     WHEN WS-HAB-CPF(WS-IDX-HAB) =
                          WS-TIT-CPF(WS-IDX-TIT)
                        SET TIT-NO-CENSO(WS-IDX-TIT) TO TRUE
                        MOVE WS-HAB-IDADE(WS-IDX-HAB)
                            TO WS-TIT-IDADE(WS-IDX-TIT)
                        MOVE 'S' TO WS-HAB-ELEITOR(WS-IDX-HAB)
                  END-SEARCH
               END-IF

               IF TIT-FORA-CENSO(WS-IDX-TIT)
                   ADD 1 TO CONT-SEM-CENSO
               ELSE
               IF WS-TIT-IDADE(WS-IDX-TIT) < WS-IDADE-VOTO
                   ADD 1 TO CONT-MENOR
               END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-GRAVA-RELATORIO.
      *----------------------------------------------------------------*
           DISPLAY WS-LINHA1
           WRITE REG-RELATORIO FROM WS-LINHA1

           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

      *    1 - Eleitores sem correspondencia no censo
           MOVE 'ELEITORES SEM CORRESPONDENCIA NO CENSO'
               TO WS-TITULO-SECAO
           PERFORM 4050-GRAVA-CAB-SECAO
           DISPLAY WS-CAB-TITULO
           WRITE REG-RELATORIO FROM WS-CAB-TITULO

           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TITULOS
               IF TIT-SEM-CPF(WS-IDX-TIT)
                   MOVE 'SEM CPF NO CADASTRO' TO WS-EXB-TIT-OBS
                   PERFORM 4100-GRAVA-LINHA-TITULO
               END-IF
               IF TIT-FORA-CENSO(WS-IDX-TIT)
                   MOVE 'CPF NAO CONSTA DO CENSO' TO WS-EXB-TIT-OBS
                   PERFORM 4100-GRAVA-LINHA-TITULO
               END-IF
           END-PERFORM

      *    2 - Habitantes em idade de votar sem titulo
           MOVE 'HABITANTES COM 16 ANOS OU MAIS SEM TITULO'
               TO WS-TITULO-SECAO
           PERFORM 4050-GRAVA-CAB-SECAO
           DISPLAY WS-CAB-HABITANTE
           WRITE REG-RELATORIO FROM WS-CAB-HABITANTE

           PERFORM VARYING WS-IDX-HAB FROM 1 BY 1
                   UNTIL WS-IDX-HAB > WS-QTD-HAB
               IF WS-HAB-ELEITOR(WS-IDX-HAB) = 'N'
                  AND WS-HAB-IDADE(WS-IDX-HAB) >= WS-IDADE-VOTO
                   ADD 1 TO CONT-SEM-TITULO
                   PERFORM 4200-GRAVA-LINHA-HABITANTE
               END-IF
           END-PERFORM

      *    3 - Eleitores abaixo da idade minima
           MOVE 'ELEITORES COM MENOS DE 16 ANOS'
               TO WS-TITULO-SECAO
           PERFORM 4050-GRAVA-CAB-SECAO
           DISPLAY WS-CAB-TITULO
           WRITE REG-RELATORIO FROM WS-CAB-TITULO

           PERFORM VARYING WS-IDX-TIT FROM 1 BY 1
                   UNTIL WS-IDX-TIT > WS-QTD-TITULOS
               IF TIT-NO-CENSO(WS-IDX-TIT)
                  AND WS-TIT-IDADE(WS-IDX-TIT) < WS-IDADE-VOTO
                   MOVE SPACES TO WS-EXB-TIT-OBS
                   STRING 'IDADE: '               DELIMITED BY SIZE
                          WS-TIT-IDADE(WS-IDX-TIT) DELIMITED BY SIZE
                          INTO WS-EXB-TIT-OBS
                   END-STRING
                   PERFORM 4100-GRAVA-LINHA-TITULO
               END-IF
           END-PERFORM

           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE CONT-SEM-CENSO  TO WS-TOTSEMCENSO
           MOVE CONT-SEM-TITULO TO WS-TOTSEMTIT
           MOVE CONT-MENOR      TO WS-TOTMENOR
           MOVE CONT-EXC-CENSO  TO WS-TOTEXC

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
       4050-GRAVA-CAB-SECAO.
      *----------------------------------------------------------------*
           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           DISPLAY WS-TITULO-SECAO
           WRITE REG-RELATORIO FROM WS-TITULO-SECAO

           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-GRAVA-LINHA-TITULO.
      *----------------------------------------------------------------*
           MOVE WS-TIT-NUMERO(WS-IDX-TIT) TO WS-EXB-TIT-NUMERO
           MOVE WS-TIT-NOME(WS-IDX-TIT)   TO WS-EXB-TIT-NOME
           MOVE WS-TIT-LOCAL(WS-IDX-TIT)  TO WS-EXB-TIT-LOCAL
           MOVE WS-TIT-CPF(WS-IDX-TIT)    TO WS-EXB-TIT-CPF

           DISPLAY WS-DETALHE-TITULO
           WRITE REG-RELATORIO FROM WS-DETALHE-TITULO
           .
           EXIT.
      *----------------------------------------------------------------*
       4200-GRAVA-LINHA-HABITANTE.
      *----------------------------------------------------------------*
           MOVE WS-HAB-CPF(WS-IDX-HAB)      TO WS-EXB-HAB-CPF
           MOVE WS-HAB-DATANASC(WS-IDX-HAB) TO WS-EXB-HAB-DATANASC
           MOVE WS-HAB-IDADE(WS-IDX-HAB)    TO WS-EXB-HAB-IDADE

           DISPLAY WS-DETALHE-HABITANTE
           WRITE REG-RELATORIO FROM WS-DETALHE-HABITANTE
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
      *----------------------------------------------------------------*
           COPY CALCIDADE-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM CONSTIT.
