      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Social-benefit eligibility list for the social
      *          assistance office. Joins the DOMICILIO.TXT household
      *          master with the household id, district and monthly
      *          income each habitante of HABITANTES.TXT carries
      *          (income maintained via the MANUHAB (R)enda
      *          transaction), works out the per-capita household
      *          income and applies the rules of ELEGPARM.TXT: a
      *          general per-capita ceiling, and a higher ceiling for
      *          priority households - a child under the given age
      *          (default 6) or a senior (default 60+, age by the
      *          shared CALCIDADE routine). ELEGSOC.TXT lists the
      *          eligible households per bairro with the per-capita
      *          figure and the rule that qualified each one, then a
      *          summary of eligible households per bairro.
      *          Households with a resident whose income was never
      *          informed are left out and counted, not guessed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. ELEGSOC.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

           SPECIAL-NAMES.
               DECIMAL-POINT IS COMMA.
      *----------------------------------------------------------------*
       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQHAB ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-HAB.

       SELECT ARQDOM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DOM.

       SELECT ARQBAIRRO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-BAIRRO.

       SELECT ARQEPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-EPARM.

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
           03 FD-RENDA-X          PIC X(09).
           03 FD-RENDA REDEFINES FD-RENDA-X
                                  PIC 9(07)V99.

       FD  ARQDOM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DOMICILIO.TXT".
       01  REG-DOMICILIO.
           03 DOM-ID              PIC 9(05).
           03 FILLER              PIC X(01).
           03 DOM-ENDERECO        PIC X(30).

       FD  ARQBAIRRO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "BAIRROS.TXT".
       01  REG-BAIRRO.
           03 BAI-CODIGO          PIC 9(03).
           03 FILLER              PIC X(01).
           03 BAI-NOME            PIC X(20).

      *    Regras de elegibilidade: teto de renda per capita geral,
      *    teto maior para domicilio prioritario, idade limite da
      *    crianca (menor que) e idade minima do idoso.
       FD  ARQEPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ELEGPARM.TXT".
       01  REG-ELEGPARM.
           03 EGP-TETO-GERAL      PIC 9(05)V99.
           03 FILLER              PIC X(01).
           03 EGP-TETO-PRIOR      PIC 9(05)V99.
           03 FILLER              PIC X(01).
           03 EGP-IDADE-CRIANCA   PIC 9(02).
           03 FILLER              PIC X(01).
           03 EGP-IDADE-IDOSO     PIC 9(02).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ELEGSOC.TXT".
       01  REG-RELATORIO          PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ELEGRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-DOM-EOF               PIC X(01) VALUE ' '.
       77  WS-BAIRRO-EOF            PIC X(01) VALUE ' '.
       77  WS-STATUS-HAB            PIC X(02) VALUE SPACES.
           88 HAB-OK                    VALUE '00'.
       77  WS-STATUS-DOM            PIC X(02) VALUE SPACES.
           88 DOM-OK                    VALUE '00'.
       77  WS-STATUS-BAIRRO         PIC X(02) VALUE SPACES.
           88 BAIRRO-OK                 VALUE '00'.
       77  WS-STATUS-EPARM          PIC X(02) VALUE SPACES.
           88 EPARM-OK                  VALUE '00'.
       77  WS-TETO-GERAL            PIC 9(05)V99 VALUE 218,00.
       77  WS-TETO-PRIOR            PIC 9(05)V99 VALUE 706,00.
       77  WS-IDADE-CRIANCA         PIC 9(02) VALUE 6.
       77  WS-IDADE-IDOSO           PIC 9(02) VALUE 60.
       77  WS-QTD-DOM               PIC 9(03) VALUE ZEROS.
       77  WS-QTD-BAIRRO            PIC 9(03) VALUE ZEROS.
       77  WS-IDX                   PIC 9(03) VALUE ZEROS.
       77  WS-IDX-BAI               PIC 9(03) VALUE ZEROS.
       77  WS-POS-DOM               PIC 9(03) VALUE ZEROS.
       77  WS-POS-BAI               PIC 9(03) VALUE ZEROS.
       77  WS-BAIRRO-BUSCA          PIC 9(03) VALUE ZEROS.
       77  WS-PER-CAPITA            PIC 9(07)V99 VALUE ZEROS.
       77  WS-CONT-HAB              PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-DOM          PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ANALISADOS       PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ELEGIVEIS        PIC 9(05) VALUE ZEROS.
       77  WS-CONT-PRIORITARIOS     PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-RENDA        PIC 9(05) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY CALCIDADE.
           COPY RUNSUMARIO.

       01  WS-TAB-DOMICILIO.
           03 WS-DOM-ITEM OCCURS 500 TIMES.
              05 WS-DOM-ID          PIC 9(05).
              05 WS-DOM-ENDERECO    PIC X(30).
              05 WS-DOM-BAIRRO      PIC 9(03).
              05 WS-DOM-MORADORES   PIC 9(03).
              05 WS-DOM-RENDA       PIC 9(09)V99.
              05 WS-DOM-SEM-RENDA   PIC X(01).
              05 WS-DOM-CRIANCA     PIC X(01).
              05 WS-DOM-IDOSO       PIC X(01).
              05 WS-DOM-REGRA       PIC X(20).

      *    Bairros do master e, depois deles, codigos sem cadastro
      *    que aparecem nos moradores.
       01  WS-TAB-BAIRRO.
           03 WS-BAI-ITEM OCCURS 100 TIMES.
              05 WS-BAI-CODIGO      PIC 9(03).
              05 WS-BAI-NOME        PIC X(20).
              05 WS-BAI-DOMICILIOS  PIC 9(04).
              05 WS-BAI-ELEGIVEIS   PIC 9(04).
              05 WS-BAI-PRIOR       PIC 9(04).

       01  WS-LINHA1.
           03 FILLER PIC X(18) VALUE SPACES.
           03 FILLER PIC X(44)
               VALUE 'ELEGIBILIDADE A BENEFICIOS SOCIAIS'.
           03 FILLER PIC X(18) VALUE SPACES.

       01  WS-LINHA-PARM1.
           03 FILLER              PIC X(27)
               VALUE 'TETO PER CAPITA GERAL:    '.
           03 WS-EXB-TETO-GERAL   PIC ZZ.ZZ9,99.

       01  WS-LINHA-PARM2.
           03 FILLER              PIC X(27)
               VALUE 'TETO PER CAPITA PRIORIT.: '.
           03 WS-EXB-TETO-PRIOR   PIC ZZ.ZZ9,99.
           03 FILLER              PIC X(18)
               VALUE ' (CRIANCA MENOR DE'.
           03 WS-EXB-IDADE-CRI    PIC ZZ9.
           03 FILLER              PIC X(10) VALUE ' OU IDOSO '.
           03 WS-EXB-IDADE-IDO    PIC Z9.
           03 FILLER              PIC X(02) VALUE '+)'.

       01  WS-LINHA-BAIRRO.
           03 FILLER              PIC X(08) VALUE 'BAIRRO: '.
           03 WS-EXB-BAI-CODIGO   PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-EXB-BAI-NOME     PIC X(20).

       01  WS-CAB-DOM.
           03 FILLER PIC X(32) VALUE 'DOMIC ENDERECO'.
           03 FILLER PIC X(04) VALUE 'MOR'.
           03 FILLER PIC X(11) VALUE ' PER CAPITA'.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(20) VALUE 'REGRA'.

       01  WS-LINHA-DOM.
           03 WS-EXB-DOM-ID       PIC 9(05).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-EXB-ENDERECO     PIC X(25).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-EXB-MORADORES    PIC ZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-EXB-PER-CAPITA   PIC ZZZZ.ZZ9,99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-EXB-REGRA        PIC X(20).

       01  WS-LINHA-RESUMO.
           03 FILLER              PIC X(34)
               VALUE 'RESUMO DE ELEGIVEIS POR BAIRRO'.

       01  WS-CAB-RESUMO.
           03 FILLER PIC X(25) VALUE 'BAIRRO'.
           03 FILLER PIC X(12) VALUE '  DOMICILIOS'.
           03 FILLER PIC X(12) VALUE '   ELEGIVEIS'.
           03 FILLER PIC X(14) VALUE '  PRIORITARIOS'.

       01  WS-LINHA-RES-BAI.
           03 WS-EXB-RES-CODIGO   PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-EXB-RES-NOME     PIC X(20).
           03 FILLER              PIC X(05) VALUE SPACES.
           03 WS-EXB-RES-DOM      PIC ZZZZ9.
           03 FILLER              PIC X(07) VALUE SPACES.
           03 WS-EXB-RES-ELEG     PIC ZZZZ9.
           03 FILLER              PIC X(09) VALUE SPACES.
           03 WS-EXB-RES-PRIOR    PIC ZZZZ9.

       01  WS-RODAPE1.
           03 FILLER            PIC X(36)
               VALUE 'DOMICILIOS ANALISADOS:              '.
           03 WS-TOT-ANALISADOS PIC ZZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(36)
               VALUE 'DOMICILIOS ELEGIVEIS:               '.
           03 WS-TOT-ELEGIVEIS  PIC ZZZZ9.

       01  WS-RODAPE3.
           03 FILLER            PIC X(36)
               VALUE 'ELEGIVEIS PRIORITARIOS:             '.
           03 WS-TOT-PRIOR      PIC ZZZZ9.

       01  WS-RODAPE4.
           03 FILLER            PIC X(36)
               VALUE 'DOMICILIOS COM RENDA NAO INFORMADA: '.
           03 WS-TOT-SEM-RENDA  PIC ZZZZ9.

       01  WS-RODAPE5.
           03 FILLER            PIC X(36)
               VALUE 'HABITANTES SEM DOMICILIO:           '.
           03 WS-TOT-SEM-DOM    PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               INITIALIZE WS-TAB-BAIRRO

               PERFORM 0100-LE-PARAMETROS
               PERFORM 0200-CARREGA-BAIRROS
               PERFORM 0300-CARREGA-DOMICILIOS

               IF WS-QTD-DOM > ZEROS
                   PERFORM 0400-DISTRIBUI-HABITANTES
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'DOMICILIO.TXT VAZIO/AUSENTE'
                       TO WS-RUN-MOTIVO
                   MOVE 'EGS001' TO WS-RUN-CODIGO
                   DISPLAY 'NENHUM DOMICILIO CADASTRADO'
               END-IF

               IF FIM-NORMAL
                   PERFORM 1000-AVALIA-DOMICILIOS
                   PERFORM 3000-IMPRIME-RELATORIO
               END-IF

               MOVE 'ELEGSOC'          TO WS-RUN-PROGRAMA
               MOVE WS-CONT-HAB        TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-SEM-RENDA  TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-LE-PARAMETROS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQEPARM
           IF EPARM-OK
               READ ARQEPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF EGP-TETO-GERAL IS NUMERIC
                          AND EGP-TETO-GERAL > ZEROS
                           MOVE EGP-TETO-GERAL TO WS-TETO-GERAL
                       END-IF
                       IF EGP-TETO-PRIOR IS NUMERIC
                          AND EGP-TETO-PRIOR > ZEROS
                           MOVE EGP-TETO-PRIOR TO WS-TETO-PRIOR
                       END-IF
                       IF EGP-IDADE-CRIANCA IS NUMERIC
                          AND EGP-IDADE-CRIANCA > ZEROS
                           MOVE EGP-IDADE-CRIANCA TO WS-IDADE-CRIANCA
                       END-IF
                       IF EGP-IDADE-IDOSO IS NUMERIC
                          AND EGP-IDADE-IDOSO > ZEROS
                           MOVE EGP-IDADE-IDOSO TO WS-IDADE-IDOSO
                       END-IF
               END-READ
               CLOSE ARQEPARM
           ELSE
               DISPLAY 'ELEGPARM.TXT AUSENTE - REGRAS PADRAO'
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
       0300-CARREGA-DOMICILIOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQDOM
           IF DOM-OK
               PERFORM UNTIL WS-DOM-EOF = 'S'
                   READ ARQDOM
                       AT END
                           MOVE 'S' TO WS-DOM-EOF
                       NOT AT END
                           IF WS-QTD-DOM < 500
                               ADD 1 TO WS-QTD-DOM
                               INITIALIZE WS-DOM-ITEM(WS-QTD-DOM)
                               MOVE DOM-ID
                                   TO WS-DOM-ID(WS-QTD-DOM)
                               MOVE DOM-ENDERECO
                                   TO WS-DOM-ENDERECO(WS-QTD-DOM)
                               MOVE 'N'
                                   TO WS-DOM-SEM-RENDA(WS-QTD-DOM)
                                      WS-DOM-CRIANCA(WS-QTD-DOM)
                                      WS-DOM-IDOSO(WS-QTD-DOM)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDOM
           ELSE
               DISPLAY 'DOMICILIO.TXT AUSENTE - STATUS: '
                       WS-STATUS-DOM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0400-DISTRIBUI-HABITANTES.
      *----------------------------------------------------------------*
           OPEN INPUT ARQHAB
           IF HAB-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHAB
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-CONT-HAB
                           PERFORM 0450-CREDITA-DOMICILIO
                   END-READ
               END-PERFORM
               CLOSE ARQHAB
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR HABITANTES.TXT'
                   TO WS-RUN-MOTIVO
               MOVE 'EGS002' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQHAB - STATUS: '
                       WS-STATUS-HAB
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0450-CREDITA-DOMICILIO.
      *----------------------------------------------------------------*
      *    Soma a renda do morador no domicilio e marca crianca/idoso
      *    pela idade exata. O bairro do domicilio e o do primeiro
      *    morador encontrado.
           MOVE ZEROS TO WS-POS-DOM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DOM
                      OR WS-POS-DOM > ZEROS
               IF WS-DOM-ID(WS-IDX) = FD-DOMICILIO
                   MOVE WS-IDX TO WS-POS-DOM
               END-IF
           END-PERFORM

           IF WS-POS-DOM = ZEROS
               ADD 1 TO WS-CONT-SEM-DOM
           ELSE
               IF WS-DOM-MORADORES(WS-POS-DOM) = ZEROS
                   MOVE FD-BAIRRO TO WS-DOM-BAIRRO(WS-POS-DOM)
               END-IF
               ADD 1 TO WS-DOM-MORADORES(WS-POS-DOM)

               IF FD-RENDA IS NUMERIC
                   ADD FD-RENDA TO WS-DOM-RENDA(WS-POS-DOM)
               ELSE
                   MOVE 'S' TO WS-DOM-SEM-RENDA(WS-POS-DOM)
               END-IF

               MOVE FD-DATANASC TO WS-NASC-ENTRADA
               PERFORM 9600-CALCULA-IDADE
               IF NASC-OK
                   IF WS-IDADE-CALC < WS-IDADE-CRIANCA
                       MOVE 'S' TO WS-DOM-CRIANCA(WS-POS-DOM)
                   END-IF
                   IF WS-IDADE-CALC >= WS-IDADE-IDOSO
                       MOVE 'S' TO WS-DOM-IDOSO(WS-POS-DOM)
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-AVALIA-DOMICILIOS.
      *----------------------------------------------------------------*
      *    Teto geral vale para todos; o teto prioritario so para
      *    domicilio com crianca ou idoso. A regra gravada e a que
      *    qualificou o domicilio.
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DOM
               MOVE SPACES TO WS-DOM-REGRA(WS-IDX)
               IF WS-DOM-MORADORES(WS-IDX) > ZEROS
                   MOVE WS-DOM-BAIRRO(WS-IDX) TO WS-BAIRRO-BUSCA
                   PERFORM 1100-LOCALIZA-BAIRRO
                   IF WS-DOM-SEM-RENDA(WS-IDX) = 'S'
                       ADD 1 TO WS-CONT-SEM-RENDA
                   ELSE
                       ADD 1 TO WS-CONT-ANALISADOS
                       IF WS-POS-BAI > ZEROS
                           ADD 1 TO WS-BAI-DOMICILIOS(WS-POS-BAI)
                       END-IF
                       PERFORM 1200-APLICA-REGRAS
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-LOCALIZA-BAIRRO.
      *----------------------------------------------------------------*
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
       1200-APLICA-REGRAS.
      *----------------------------------------------------------------*
           COMPUTE WS-PER-CAPITA ROUNDED =
               WS-DOM-RENDA(WS-IDX) / WS-DOM-MORADORES(WS-IDX)

           EVALUATE TRUE
               WHEN WS-PER-CAPITA <= WS-TETO-GERAL
                   MOVE 'TETO GERAL'         TO WS-DOM-REGRA(WS-IDX)
               WHEN WS-PER-CAPITA <= WS-TETO-PRIOR
                    AND WS-DOM-CRIANCA(WS-IDX) = 'S'
                   MOVE 'PRIORIDADE CRIANCA' TO WS-DOM-REGRA(WS-IDX)
               WHEN WS-PER-CAPITA <= WS-TETO-PRIOR
                    AND WS-DOM-IDOSO(WS-IDX) = 'S'
                   MOVE 'PRIORIDADE IDOSO'   TO WS-DOM-REGRA(WS-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE

           IF WS-DOM-REGRA(WS-IDX) NOT = SPACES
               ADD 1 TO WS-CONT-ELEGIVEIS
               IF WS-POS-BAI > ZEROS
                   ADD 1 TO WS-BAI-ELEGIVEIS(WS-POS-BAI)
               END-IF
               IF WS-DOM-CRIANCA(WS-IDX) = 'S'
                  OR WS-DOM-IDOSO(WS-IDX) = 'S'
                   ADD 1 TO WS-CONT-PRIORITARIOS
                   IF WS-POS-BAI > ZEROS
                       ADD 1 TO WS-BAI-PRIOR(WS-POS-BAI)
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-IMPRIME-RELATORIO.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQREL

           MOVE WS-TETO-GERAL    TO WS-EXB-TETO-GERAL
           MOVE WS-TETO-PRIOR    TO WS-EXB-TETO-PRIOR
           MOVE WS-IDADE-CRIANCA TO WS-EXB-IDADE-CRI
           MOVE WS-IDADE-IDOSO   TO WS-EXB-IDADE-IDO

           WRITE REG-RELATORIO FROM WS-LINHA1
           WRITE REG-RELATORIO FROM WS-LINHA-PARM1
           WRITE REG-RELATORIO FROM WS-LINHA-PARM2
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX-BAI FROM 1 BY 1
                   UNTIL WS-IDX-BAI > WS-QTD-BAIRRO
               IF WS-BAI-ELEGIVEIS(WS-IDX-BAI) > ZEROS
                   PERFORM 3100-LISTA-BAIRRO
               END-IF
           END-PERFORM

           PERFORM 3200-RESUMO-BAIRROS

           MOVE WS-CONT-ANALISADOS   TO WS-TOT-ANALISADOS
           MOVE WS-CONT-ELEGIVEIS    TO WS-TOT-ELEGIVEIS
           MOVE WS-CONT-PRIORITARIOS TO WS-TOT-PRIOR
           MOVE WS-CONT-SEM-RENDA    TO WS-TOT-SEM-RENDA
           MOVE WS-CONT-SEM-DOM      TO WS-TOT-SEM-DOM

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

           CLOSE ARQREL
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-LISTA-BAIRRO.
      *----------------------------------------------------------------*
           MOVE WS-BAI-CODIGO(WS-IDX-BAI) TO WS-EXB-BAI-CODIGO
           MOVE WS-BAI-NOME(WS-IDX-BAI)   TO WS-EXB-BAI-NOME
           WRITE REG-RELATORIO FROM WS-LINHA-BAIRRO
           WRITE REG-RELATORIO FROM WS-CAB-DOM

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-DOM
               IF WS-DOM-REGRA(WS-IDX) NOT = SPACES
                  AND WS-DOM-BAIRRO(WS-IDX) = WS-BAI-CODIGO(WS-IDX-BAI)
                   MOVE WS-DOM-ID(WS-IDX)        TO WS-EXB-DOM-ID
                   MOVE WS-DOM-ENDERECO(WS-IDX)  TO WS-EXB-ENDERECO
                   MOVE WS-DOM-MORADORES(WS-IDX) TO WS-EXB-MORADORES
                   COMPUTE WS-PER-CAPITA ROUNDED =
                       WS-DOM-RENDA(WS-IDX) / WS-DOM-MORADORES(WS-IDX)
                   MOVE WS-PER-CAPITA            TO WS-EXB-PER-CAPITA
                   MOVE WS-DOM-REGRA(WS-IDX)     TO WS-EXB-REGRA
                   DISPLAY WS-LINHA-DOM
                   WRITE REG-RELATORIO FROM WS-LINHA-DOM
               END-IF
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-RESUMO-BAIRROS.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
           WRITE REG-RELATORIO FROM WS-CAB-RESUMO

           PERFORM VARYING WS-IDX-BAI FROM 1 BY 1
                   UNTIL WS-IDX-BAI > WS-QTD-BAIRRO
               IF WS-BAI-DOMICILIOS(WS-IDX-BAI) > ZEROS
                   MOVE WS-BAI-CODIGO(WS-IDX-BAI) TO WS-EXB-RES-CODIGO
                   MOVE WS-BAI-NOME(WS-IDX-BAI)   TO WS-EXB-RES-NOME
                   MOVE WS-BAI-DOMICILIOS(WS-IDX-BAI)
                       TO WS-EXB-RES-DOM
                   MOVE WS-BAI-ELEGIVEIS(WS-IDX-BAI)
                       TO WS-EXB-RES-ELEG
                   MOVE WS-BAI-PRIOR(WS-IDX-BAI)  TO WS-EXB-RES-PRIOR
                   DISPLAY WS-LINHA-RES-BAI
                   WRITE REG-RELATORIO FROM WS-LINHA-RES-BAI
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY CALCIDADE-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM ELEGSOC.
