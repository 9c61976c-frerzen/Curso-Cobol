      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: School-age demand against turma capacity per series
      *          and district (bairro) for next year's budget season.
      *          The children come from HABITANTES.TXT - age computed
      *          from FD-DATANASC with the shared CALCIDADE routine and
      *          aged one year, so a child aged 6 next year is
      *          projected into series 01 and so on up to series 12
      *          (the third year of ensino medio) - counted in the
      *          bairro they live in. The seats come from TURMAS.TXT,
      *          which now carries the series and the bairro of each
      *          turma after the progression column, and the students
      *          already enrolled for next year are those of
      *          ARQALUNOS.TXT in that ano letivo (semester 1) counted
      *          in the series/bairro of their turma. DEMESCOL.TXT
      *          lists per bairro and series the projected children,
      *          the seats offered, the students already enrolled and
      *          the projected surplus (+) or shortfall (-) of seats,
      *          closing with the same figures for the whole city.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. DEMESCOL.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQHAB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-HAB.

       SELECT ARQBAIRRO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-BAIRRO.

       SELECT ARQTURMAS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-TURMAS.

       SELECT ARQALU ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-ALU.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQHAB
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HABITANTES.TXT".
       01  REG-HABITANTE.
           03 FD-CPF              PIC 9(11).
           03 FD-DATANASC         PIC 9(08).
           03 FD-SEXO             PIC X(01).
           03 FD-DOMICILIO        PIC 9(05).
           03 FD-BAIRRO           PIC 9(03).
           03 FILLER              PIC X(09).

       FD  ARQBAIRRO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BAIRROS.TXT".
       01  REG-BAIRRO.
           03 BAI-CODIGO          PIC 9(03).
           03 FILLER              PIC X(01).
           03 BAI-NOME            PIC X(20).

      *    TURMAS.TXT: serie (01-12) e bairro da escola depois da
      *    coluna de progressao. Turma do layout antigo, sem serie,
      *    fica fora da oferta.
       FD  ARQTURMAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TURMAS.TXT".
       01  REG-TURMA.
           03 TUR-CODIGO          PIC X(05).
           03 FILLER              PIC X(01).
           03 TUR-CAPACIDADE      PIC 9(03).
           03 FILLER              PIC X(01).
           03 TUR-PROXIMA         PIC X(05).
           03 FILLER              PIC X(01).
           03 TUR-SERIE           PIC 9(02).
           03 FILLER              PIC X(01).
           03 TUR-BAIRRO          PIC 9(03).

       FD  ARQALU
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQALUNOS.TXT".
       01  REG-ALUNO.
           03 FD-TURMA-ALU        PIC X(05).
           03 FD-MATRICULA-ALU    PIC 9(03).
           03 FD-ANOLETIVO-ALU    PIC 9(04).
           03 FD-SEMESTRE-ALU     PIC 9(01).
           03 FD-NOME-ALU         PIC X(10).
           03 FD-NOTA1-ALU        PIC 9(03)V99.
           03 FD-NOTA2-ALU        PIC 9(03)V99.
           03 FD-NOTA3-ALU        PIC 9(03)V99.
           03 FD-NOTA4-ALU        PIC 9(03)V99.

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEMESCOL.TXT".
       01  REG-RELATORIO          PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DEMRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-BAIRRO-EOF            PIC X(01) VALUE ' '.
       77  WS-TURMAS-EOF            PIC X(01) VALUE ' '.
       77  WS-ALU-EOF               PIC X(01) VALUE ' '.
       77  WS-STATUS-HAB            PIC X(02) VALUE SPACES.
           88 HAB-OK                    VALUE '00'.
       77  WS-STATUS-BAIRRO         PIC X(02) VALUE SPACES.
           88 BAIRRO-OK                 VALUE '00'.
       77  WS-STATUS-TURMAS         PIC X(02) VALUE SPACES.
           88 TURMAS-OK                 VALUE '00'.
       77  WS-STATUS-ALU            PIC X(02) VALUE SPACES.
           88 ALU-OK                    VALUE '00'.
       77  WS-IDADE-INGRESSO        PIC 9(02) VALUE 6.
       77  WS-QTD-SERIES            PIC 9(02) VALUE 12.
       77  WS-ANO-PROJECAO          PIC 9(04) VALUE ZEROS.
       77  WS-IDADE-PROJ            PIC 9(03) VALUE ZEROS.
       77  WS-SERIE                 PIC 9(02) VALUE ZEROS.
       77  WS-BAIRRO-BUSCA          PIC 9(03) VALUE ZEROS.
       77  WS-QTD-BAIRRO            PIC 9(03) VALUE ZEROS.
       77  WS-QTD-TURMA             PIC 9(03) VALUE ZEROS.
       77  WS-IDX                   PIC 9(03) VALUE ZEROS.
       77  WS-IDX-BAI               PIC 9(03) VALUE ZEROS.
       77  WS-IDX-SER               PIC 9(02) VALUE ZEROS.
       77  WS-POS-BAI               PIC 9(03) VALUE ZEROS.
       77  WS-POS-TUR               PIC 9(03) VALUE ZEROS.
       77  WS-SALDO                 PIC S9(06) VALUE ZEROS.
       77  WS-CONT-HAB              PIC 9(05) VALUE ZEROS.
       77  WS-CONT-CRIANCAS         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-NASC-INV         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-TURMA-SEM-SERIE  PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ALUNOS           PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ALU-SEM-TURMA    PIC 9(05) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY CALCIDADE.
           COPY RUNSUMARIO.

      *    Bairros do master BAIRROS.TXT e, depois deles, os codigos
      *    sem cadastro que aparecem no censo ou nas turmas.
       01  WS-TAB-BAIRRO.
           03 WS-BAI-ITEM OCCURS 100 TIMES.
              05 WS-BAI-CODIGO      PIC 9(03).
              05 WS-BAI-NOME        PIC X(20).
              05 WS-BAI-SERIE OCCURS 12 TIMES.
                 07 WS-BAI-CRIANCAS PIC 9(05).
                 07 WS-BAI-VAGAS    PIC 9(05).
                 07 WS-BAI-MATRIC   PIC 9(05).

       01  WS-TAB-TURMA.
           03 WS-TUR-ITEM OCCURS 200 TIMES.
              05 WS-TUR-CODIGO      PIC X(05).
              05 WS-TUR-SERIE       PIC 9(02).
              05 WS-TUR-POS-BAI     PIC 9(03).

       01  WS-TAB-MUNICIPIO.
           03 WS-MUN-SERIE OCCURS 12 TIMES.
              05 WS-MUN-CRIANCAS    PIC 9(06).
              05 WS-MUN-VAGAS       PIC 9(06).
              05 WS-MUN-MATRIC      PIC 9(06).

       01  WS-LINHA1.
           03 FILLER PIC X(16) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'DEMANDA ESCOLAR X VAGAS POR BAIRRO - ANO'.
           03 FILLER PIC X(01) VALUE SPACE.
           03 WS-EXB-ANO-PROJ     PIC 9(04).

       01  WS-LINHA-BAIRRO.
           03 FILLER              PIC X(08) VALUE 'BAIRRO: '.
           03 WS-EXB-CODIGO       PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-EXB-NOME         PIC X(20).

       01  WS-LINHA-MUNICIPIO.
           03 FILLER              PIC X(34)
               VALUE 'TOTAL DO MUNICIPIO POR SERIE'.

       01  WS-CAB-SERIE.
           03 FILLER PIC X(30) VALUE '  SERIE    CRIANCAS     VAGAS'.
           03 FILLER PIC X(30) VALUE '  MATRICULADOS  SOBRA/FALTA'.

       01  WS-LINHA-SERIE.
           03 FILLER              PIC X(04) VALUE SPACES.
           03 WS-EXB-SERIE        PIC 9(02).
           03 FILLER              PIC X(06) VALUE SPACES.
           03 WS-EXB-CRIANCAS     PIC ZZZZZ9.
           03 FILLER              PIC X(04) VALUE SPACES.
           03 WS-EXB-VAGAS        PIC ZZZZZ9.
           03 FILLER              PIC X(08) VALUE SPACES.
           03 WS-EXB-MATRIC       PIC ZZZZZ9.
           03 FILLER              PIC X(06) VALUE SPACES.
           03 WS-EXB-SALDO        PIC ------9.

       01  WS-RODAPE1.
           03 FILLER            PIC X(36)
               VALUE 'CRIANCAS PROJETADAS (SERIES 01-12): '.
           03 WS-TOT-CRIANCAS   PIC ZZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(36)
               VALUE 'HABITANTES COM NASCIMENTO INVALIDO: '.
           03 WS-TOT-NASC-INV   PIC ZZZZ9.

       01  WS-RODAPE3.
           03 FILLER            PIC X(36)
               VALUE 'TURMAS SEM SERIE EM TURMAS.TXT:     '.
           03 WS-TOT-SEM-SERIE  PIC ZZZZ9.

       01  WS-RODAPE4.
           03 FILLER            PIC X(36)
               VALUE 'ALUNOS EM TURMA SEM SERIE/CADASTRO: '.
           03 WS-TOT-SEM-TURMA  PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               MOVE FUNCTION CURRENT-DATE(1:4) TO WS-ANO-PROJECAO
               ADD 1 TO WS-ANO-PROJECAO
               INITIALIZE WS-TAB-BAIRRO
                          WS-TAB-MUNICIPIO

               PERFORM 0100-CARREGA-BAIRROS
               PERFORM 0200-CARREGA-TURMAS

               IF FIM-NORMAL
                   PERFORM 0300-ACUMULA-CRIANCAS
               END-IF

               IF FIM-NORMAL
                   PERFORM 0400-ACUMULA-MATRICULAS
                   PERFORM 3000-IMPRIME-RELATORIO
               END-IF

               MOVE 'DEMESCOL'          TO WS-RUN-PROGRAMA
               MOVE WS-CONT-HAB         TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-NASC-INV    TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-BAIRROS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQBAIRRO
           IF BAIRRO-OK
               PERFORM UNTIL WS-BAIRRO-EOF = 'S'
                   READ ARQBAIRRO
                       AT END
                           MOVE 'S' TO WS-BAIRRO-EOF
                       NOT AT END
                           IF WS-QTD-BAIRRO < 100
                               ADD 1 TO WS-QTD-BAIRRO
                               MOVE BAI-CODIGO
                                   TO WS-BAI-CODIGO(WS-QTD-BAIRRO)
                               MOVE BAI-NOME
                                   TO WS-BAI-NOME(WS-QTD-BAIRRO)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQBAIRRO
           ELSE
               DISPLAY 'BAIRROS.TXT AUSENTE - BAIRROS SEM NOME'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-TURMAS.
      *----------------------------------------------------------------*
      *    Oferta de vagas: capacidade de cada turma na serie e no
      *    bairro da escola.
           OPEN INPUT ARQTURMAS
           IF TURMAS-OK
               PERFORM UNTIL WS-TURMAS-EOF = 'S'
                   READ ARQTURMAS
                       AT END
                           MOVE 'S' TO WS-TURMAS-EOF
                       NOT AT END
                           PERFORM 0250-CREDITA-TURMA
                   END-READ
               END-PERFORM
               CLOSE ARQTURMAS
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR TURMAS.TXT' TO WS-RUN-MOTIVO
               MOVE 'DEM001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQTURMAS - STATUS: '
                       WS-STATUS-TURMAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0250-CREDITA-TURMA.
      *----------------------------------------------------------------*
           IF TUR-SERIE IS NOT NUMERIC
              OR TUR-SERIE < 1 OR TUR-SERIE > WS-QTD-SERIES
              OR TUR-BAIRRO IS NOT NUMERIC
               ADD 1 TO WS-CONT-TURMA-SEM-SERIE
           ELSE
               MOVE TUR-BAIRRO TO WS-BAIRRO-BUSCA
               PERFORM 0500-LOCALIZA-BAIRRO

               IF WS-POS-BAI > ZEROS AND WS-QTD-TURMA < 200
                   ADD 1 TO WS-QTD-TURMA
                   MOVE TUR-CODIGO TO WS-TUR-CODIGO(WS-QTD-TURMA)
                   MOVE TUR-SERIE  TO WS-TUR-SERIE(WS-QTD-TURMA)
                   MOVE WS-POS-BAI TO WS-TUR-POS-BAI(WS-QTD-TURMA)

                   ADD TUR-CAPACIDADE
                       TO WS-BAI-VAGAS(WS-POS-BAI, TUR-SERIE)
                   ADD TUR-CAPACIDADE TO WS-MUN-VAGAS(TUR-SERIE)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-ACUMULA-CRIANCAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQHAB
           IF HAB-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHAB
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONT-HAB
                           PERFORM 0350-CREDITA-CRIANCA
                   END-READ
               END-PERFORM
               CLOSE ARQHAB
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR HABITANTES.TXT'
                   TO WS-RUN-MOTIVO
               MOVE 'DEM002' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQHAB - STATUS: '
                       WS-STATUS-HAB
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0350-CREDITA-CRIANCA.
      *----------------------------------------------------------------*
      *    Idade no ano que vem = idade de hoje + 1; a serie e a
      *    idade menos a de ingresso, mais um (6 anos = serie 01).
           MOVE FD-DATANASC TO WS-NASC-ENTRADA
           PERFORM 9600-CALCULA-IDADE

           IF NASC-INVALIDO
               ADD 1 TO WS-CONT-NASC-INV
           ELSE
               COMPUTE WS-IDADE-PROJ = WS-IDADE-CALC + 1
               IF WS-IDADE-PROJ >= WS-IDADE-INGRESSO
                  AND WS-IDADE-PROJ < WS-IDADE-INGRESSO + WS-QTD-SERIES
                   COMPUTE WS-SERIE =
                       WS-IDADE-PROJ - WS-IDADE-INGRESSO + 1
                   MOVE FD-BAIRRO TO WS-BAIRRO-BUSCA
                   PERFORM 0500-LOCALIZA-BAIRRO
                   IF WS-POS-BAI > ZEROS
                       ADD 1 TO WS-BAI-CRIANCAS(WS-POS-BAI, WS-SERIE)
                   END-IF
                   ADD 1 TO WS-MUN-CRIANCAS(WS-SERIE)
                   ADD 1 TO WS-CONT-CRIANCAS
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-ACUMULA-MATRICULAS.
      *----------------------------------------------------------------*
      *    Alunos ja no ano letivo projetado (rematricula/PROMOCAO e
      *    matriculas novas): ocupam vaga na serie/bairro da turma.
           OPEN INPUT ARQALU
           IF ALU-OK
               PERFORM UNTIL WS-ALU-EOF = 'S'
                   READ ARQALU
                       AT END
                           MOVE 'S' TO WS-ALU-EOF
                       NOT AT END
                           IF FD-ANOLETIVO-ALU = WS-ANO-PROJECAO
                              AND FD-SEMESTRE-ALU = 1
                               ADD 1 TO WS-CONT-ALUNOS
                               PERFORM 0450-CREDITA-ALUNO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQALU
           ELSE
               DISPLAY 'ARQALUNOS.TXT AUSENTE - NENHUM ALUNO '
                       'MATRICULADO CONSIDERADO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0450-CREDITA-ALUNO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-POS-TUR
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-TURMA
                      OR WS-POS-TUR > ZEROS
               IF WS-TUR-CODIGO(WS-IDX) = FD-TURMA-ALU
                   MOVE WS-IDX TO WS-POS-TUR
               END-IF
           END-PERFORM

           IF WS-POS-TUR > ZEROS
               MOVE WS-TUR-POS-BAI(WS-POS-TUR) TO WS-POS-BAI
               MOVE WS-TUR-SERIE(WS-POS-TUR)   TO WS-SERIE
               ADD 1 TO WS-BAI-MATRIC(WS-POS-BAI, WS-SERIE)
               ADD 1 TO WS-MUN-MATRIC(WS-SERIE)
           ELSE
               ADD 1 TO WS-CONT-ALU-SEM-TURMA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0500-LOCALIZA-BAIRRO.
      *----------------------------------------------------------------*
      *    Localiza (ou abre) o bairro WS-BAIRRO-BUSCA na tabela.
           MOVE ZEROS TO WS-POS-BAI
           PERFORM VARYING WS-IDX-BAI FROM 1 BY 1
                   UNTIL WS-IDX-BAI > WS-QTD-BAIRRO
                      OR WS-POS-BAI > ZEROS
               IF WS-BAI-CODIGO(WS-IDX-BAI) = WS-BAIRRO-BUSCA
                   MOVE WS-IDX-BAI TO WS-POS-BAI
               END-IF
           END-PERFORM

           IF WS-POS-BAI = ZEROS
               IF WS-QTD-BAIRRO < 100
                   ADD 1 TO WS-QTD-BAIRRO
                   MOVE WS-QTD-BAIRRO   TO WS-POS-BAI
                   MOVE WS-BAIRRO-BUSCA TO WS-BAI-CODIGO(WS-POS-BAI)
                   MOVE 'NAO CADASTRADO' TO WS-BAI-NOME(WS-POS-BAI)
               ELSE
                   DISPLAY 'BAIRRO IGNORADO - LIMITE DE 100 BAIRROS '
                           'EXCEDIDO: ' WS-BAIRRO-BUSCA
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-IMPRIME-RELATORIO.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQREL

           MOVE WS-ANO-PROJECAO TO WS-EXB-ANO-PROJ
           DISPLAY WS-LINHA1
           WRITE REG-RELATORIO FROM WS-LINHA1
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX-BAI FROM 1 BY 1
                   UNTIL WS-IDX-BAI > WS-QTD-BAIRRO
               MOVE WS-BAI-CODIGO(WS-IDX-BAI) TO WS-EXB-CODIGO
               MOVE WS-BAI-NOME(WS-IDX-BAI)   TO WS-EXB-NOME
               DISPLAY WS-LINHA-BAIRRO
               WRITE REG-RELATORIO FROM WS-LINHA-BAIRRO
               WRITE REG-RELATORIO FROM WS-CAB-SERIE

               PERFORM VARYING WS-IDX-SER FROM 1 BY 1
                       UNTIL WS-IDX-SER > WS-QTD-SERIES
                   IF WS-BAI-CRIANCAS(WS-IDX-BAI, WS-IDX-SER) > ZEROS
                      OR WS-BAI-VAGAS(WS-IDX-BAI, WS-IDX-SER) > ZEROS
                      OR WS-BAI-MATRIC(WS-IDX-BAI, WS-IDX-SER) > ZEROS
                       MOVE WS-BAI-CRIANCAS(WS-IDX-BAI, WS-IDX-SER)
                           TO WS-EXB-CRIANCAS
                       MOVE WS-BAI-VAGAS(WS-IDX-BAI, WS-IDX-SER)
                           TO WS-EXB-VAGAS
                       MOVE WS-BAI-MATRIC(WS-IDX-BAI, WS-IDX-SER)
                           TO WS-EXB-MATRIC
                       COMPUTE WS-SALDO =
                           WS-BAI-VAGAS(WS-IDX-BAI, WS-IDX-SER)
                         - WS-BAI-CRIANCAS(WS-IDX-BAI, WS-IDX-SER)
                       PERFORM 3100-GRAVA-LINHA-SERIE
                   END-IF
               END-PERFORM

               WRITE REG-RELATORIO FROM WS-PONTILHADO
           END-PERFORM

           DISPLAY WS-LINHA-MUNICIPIO
           WRITE REG-RELATORIO FROM WS-LINHA-MUNICIPIO
           WRITE REG-RELATORIO FROM WS-CAB-SERIE

           PERFORM VARYING WS-IDX-SER FROM 1 BY 1
                   UNTIL WS-IDX-SER > WS-QTD-SERIES
               MOVE WS-MUN-CRIANCAS(WS-IDX-SER) TO WS-EXB-CRIANCAS
               MOVE WS-MUN-VAGAS(WS-IDX-SER)    TO WS-EXB-VAGAS
               MOVE WS-MUN-MATRIC(WS-IDX-SER)   TO WS-EXB-MATRIC
               COMPUTE WS-SALDO = WS-MUN-VAGAS(WS-IDX-SER)
                                - WS-MUN-CRIANCAS(WS-IDX-SER)
               PERFORM 3100-GRAVA-LINHA-SERIE
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO

           MOVE WS-CONT-CRIANCAS        TO WS-TOT-CRIANCAS
           MOVE WS-CONT-NASC-INV        TO WS-TOT-NASC-INV
           MOVE WS-CONT-TURMA-SEM-SERIE TO WS-TOT-SEM-SERIE
           MOVE WS-CONT-ALU-SEM-TURMA   TO WS-TOT-SEM-TURMA

           DISPLAY WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE1
           DISPLAY WS-RODAPE2
           WRITE REG-RELATORIO FROM WS-RODAPE2
           DISPLAY WS-RODAPE3
           WRITE REG-RELATORIO FROM WS-RODAPE3
           DISPLAY WS-RODAPE4
           WRITE REG-RELATORIO FROM WS-RODAPE4

           CLOSE ARQREL
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-GRAVA-LINHA-SERIE.
      *----------------------------------------------------------------*
           MOVE WS-IDX-SER TO WS-EXB-SERIE
           MOVE WS-SALDO   TO WS-EXB-SALDO
           WRITE REG-RELATORIO FROM WS-LINHA-SERIE
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY CALCIDADE-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM DEMESCOL.
