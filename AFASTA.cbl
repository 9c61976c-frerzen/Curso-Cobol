      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Employee leave of absence (afastamento) register.
      *          Mode C books a leave on AFASTAM.TXT for an employee
      *          of ARQFUNCIONARIO.TXT: type D (sick leave), A (work
      *          accident) or M (maternity), start date and expected
      *          return - zeros when the INSS has not set one yet;
      *          maternity leave without an end defaults to the legal
      *          120 days. Terminated employees (DESLIG.TXT) and
      *          leaves overlapping another one of the same employee
      *          are refused. Mode E closes an open leave with the
      *          last day off. Mode R prints AFASREL.TXT for the
      *          competencia of the business date: every employee on
      *          leave at some point of the month, the type, the days
      *          the INSS pays in the month and the return date, with
      *          the count of returns due in the month. FOLHABRU,
      *          DECIMO13 and FERIAS read the same register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. AFASTA.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
           CONSOLE IS MODO-INPUT.
           CONSOLE IS DADO-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQAFAST ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-AFAST.

       SELECT ARQFUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FUN.

       SELECT ARQDESLIG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DESLIG.

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

       FD  ARQAFAST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AFASTAM.TXT".
       01  REG-AFAST.
           03 AFA-COD             PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 AFA-TIPO            PIC X(01).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 AFA-INICIO          PIC 9(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 AFA-FIM             PIC 9(08).

       FD  ARQFUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ARQFUNCIONARIO.TXT".
       01  REG-FUNCIONARIO.
           03 FD-DEPTO-F          PIC X(05).
           03 FD-COD-F            PIC 9(03).
           03 FD-NOME-F           PIC X(20).
           03 FD-SALFUN-F         PIC 9(06)V99.

       FD  ARQDESLIG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DESLIG.TXT".
       01  REG-DESLIGAMENTO.
           03 DSL-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 DSL-DATA            PIC 9(08).
           03 FILLER              PIC X(01).
           03 DSL-MOTIVO          PIC X(02).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA          PIC 9(08).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AFASREL.TXT".
       01  REG-RELATORIO          PIC X(80).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AFASRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-REG-DADO              PIC X(01) VALUE 'N'.
       77  WS-STATUS-FUN            PIC X(02) VALUE SPACES.
           88 FUN-OK                    VALUE '00'.
       77  WS-STATUS-DESLIG         PIC X(02) VALUE SPACES.
           88 DESLIG-OK                 VALUE '00'.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'R'.
       77  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77  WS-COD-PEDIDO            PIC 9(03) VALUE ZEROS.
       77  WS-TIPO-PEDIDO           PIC X(01) VALUE SPACE.
           88 TIPO-VALIDO               VALUE 'D' 'A' 'M'.
       77  WS-FIM-PEDIDO            PIC 9(08) VALUE ZEROS.
       77  WS-QTD-FUNC              PIC 9(03) VALUE ZEROS.
       77  WS-IDX                   PIC 9(03) VALUE ZEROS.
       77  WS-IDX-FUN               PIC 9(03) VALUE ZEROS.
       77  WS-IDX-ABERTO            PIC 9(03) VALUE ZEROS.
       77  WS-ACHOU-FUNC            PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-ACHADO        VALUE 'S'.
       77  WS-FUNC-DESLIGADO        PIC X(01) VALUE 'N'.
           88 FUNCIONARIO-DESLIGADO     VALUE 'S'.
       77  WS-SOBREPOSTO            PIC X(01) VALUE 'N'.
           88 AFASTAMENTO-SOBREPOSTO    VALUE 'S'.
       77  WS-DATA-VALIDA           PIC X(01) VALUE 'N'.
           88 DATA-OK                   VALUE 'S'.
       77  WS-FIM-COMPARA           PIC 9(08) VALUE ZEROS.
       77  WS-FIM-ITEM              PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-MATERNIDADE      PIC 9(03) VALUE 120.
       77  WS-MES-INI               PIC 9(08) VALUE ZEROS.
       77  WS-MES-FIM               PIC 9(08) VALUE ZEROS.
       77  WS-CONT-GRAVADO          PIC 9(05) VALUE ZEROS.
       77  WS-CONT-RECUSADO         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-AFASTADO         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-RETORNO          PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-PREVISAO     PIC 9(05) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY AFASTAM.

       01  WS-DATA-PEDIDO.
           03 WS-PED-ANO            PIC 9(04).
           03 WS-PED-MES            PIC 9(02).
           03 WS-PED-DIA            PIC 9(02).
       01  WS-INICIO-PEDIDO REDEFINES WS-DATA-PEDIDO PIC 9(08).

       01  WS-TAB-FUNC.
           03 WS-FUN-ITEM OCCURS 200 TIMES.
              05 WS-FUN-COD         PIC 9(03).
              05 WS-FUN-DEPTO       PIC X(05).
              05 WS-FUN-NOME        PIC X(20).

       01  WS-AFS-TITULO.
           03 FILLER PIC X(16) VALUE SPACES.
           03 FILLER PIC X(33)
               VALUE 'FUNCIONARIOS AFASTADOS - COMPET. '.
           03 WS-AFS-MES            PIC 9(02).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-AFS-ANO            PIC 9(04).

       01  WS-AFS-CAB.
           03 FILLER PIC X(40)
               VALUE 'COD NOME                 DEPTO TIPO     '.
           03 FILLER PIC X(40)
               VALUE ' INICIO     RETORNO      DIAS INSS'.

       01  WS-AFS-DETALHE.
           03 WS-AFS-COD            PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-AFS-NOME           PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-AFS-DEPTO          PIC X(05).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-AFS-TIPO           PIC X(09).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-AFS-INICIO         PIC 99/99/9999.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-AFS-RETORNO        PIC X(12).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-AFS-DIAS           PIC ZZ9.

       01  WS-AFS-RETORNO-G.
           03 WS-AFS-RET-DATA       PIC 99/99/9999.
           03 FILLER                PIC X(02) VALUE SPACES.

       01  WS-RETORNO.
           03 WS-RET-ANO            PIC 9(04).
           03 WS-RET-MES            PIC 9(02).
           03 WS-RET-DIA            PIC 9(02).
       01  WS-RETORNO-N REDEFINES WS-RETORNO PIC 9(08).

       01  WS-DATA-EXB.
           03 WS-EXB-DIA            PIC 9(02).
           03 WS-EXB-MES            PIC 9(02).
           03 WS-EXB-ANO            PIC 9(04).
       01  WS-DATA-EXB-N REDEFINES WS-DATA-EXB PIC 9(08).

       01  WS-DATA-AUX.
           03 WS-AUX-ANO            PIC 9(04).
           03 WS-AUX-MES            PIC 9(02).
           03 WS-AUX-DIA            PIC 9(02).
       01  WS-DATA-AUX-N REDEFINES WS-DATA-AUX PIC 9(08).

       01  WS-AFS-RODAPE-QTD.
           03 WS-AFS-ROT-QTD        PIC X(40).
           03 WS-AFS-QTD            PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               MOVE WS-DATA-NEGOCIO(1:6) TO WS-COMPETENCIA

               DISPLAY 'MODO (C)ADASTRO, (E)NCERRAMENTO OU '
                       '(R)ELATORIO DO MES: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               PERFORM 0200-CARREGA-FUNCIONARIOS
               PERFORM 9200-CARREGA-AFASTAMENTOS

               EVALUATE WS-MODO-EXECUCAO
                   WHEN 'C'
                       PERFORM 2000-CADASTRO
                       PERFORM 8000-REGRAVA-AFASTAMENTOS
                   WHEN 'E'
                       PERFORM 3000-ENCERRAMENTO
                       PERFORM 8000-REGRAVA-AFASTAMENTOS
                   WHEN OTHER
                       PERFORM 5000-RELATORIO
               END-EVALUATE

               MOVE 'AFASTA'          TO WS-RUN-PROGRAMA
               IF WS-MODO-EXECUCAO = 'C' OR WS-MODO-EXECUCAO = 'E'
                   MOVE WS-CONT-GRAVADO  TO WS-RUN-PROCESSADOS
                   MOVE WS-CONT-RECUSADO TO WS-RUN-REJEITADOS
               ELSE
                   MOVE WS-CONT-AFASTADO TO WS-RUN-PROCESSADOS
                   MOVE ZEROS            TO WS-RUN-REJEITADOS
               END-IF
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0200-CARREGA-FUNCIONARIOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQFUN
           IF FUN-OK
               PERFORM UNTIL WS-EOF = 'S'
                   PERFORM 0250-LE-FUNCIONARIO
                   IF WS-EOF NOT = 'S' AND WS-QTD-FUNC < 200
                       ADD 1 TO WS-QTD-FUNC
                       MOVE FD-COD-F    TO WS-FUN-COD(WS-QTD-FUNC)
                       MOVE FD-DEPTO-F  TO WS-FUN-DEPTO(WS-QTD-FUNC)
                       MOVE FD-NOME-F   TO WS-FUN-NOME(WS-QTD-FUNC)
                   END-IF
               END-PERFORM
               CLOSE ARQFUN
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ARQFUNCIONARIO.TXT'
                   TO WS-RUN-MOTIVO
               MOVE 'AFA001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQFUN - STATUS: '
                       WS-STATUS-FUN
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       0250-LE-FUNCIONARIO.
      *----------------------------------------------------------------*
      *    Registros HDR/TRL do envelope padrao de interface nao
      *    sao dados - sao saltados aqui.
           MOVE 'N' TO WS-REG-DADO
           PERFORM UNTIL WS-REG-DADO = 'S' OR WS-EOF = 'S'
               READ ARQFUN
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       IF REG-FUNCIONARIO(1:3) = 'HDR'
                          OR REG-FUNCIONARIO(1:3) = 'TRL'
                           CONTINUE
                       ELSE
                           MOVE 'S' TO WS-REG-DADO
                       END-IF
               END-READ
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-CADASTRO.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DO FUNCIONARIO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-COD-PEDIDO FROM DADO-INPUT

           PERFORM UNTIL WS-COD-PEDIDO = ZEROS
               DISPLAY 'TIPO (D)OENCA, (A)CIDENTE DE TRABALHO OU '
                       '(M)ATERNIDADE: '
               ACCEPT WS-TIPO-PEDIDO FROM DADO-INPUT
               DISPLAY 'INICIO DO AFASTAMENTO (AAAAMMDD): '
               ACCEPT WS-INICIO-PEDIDO FROM DADO-INPUT
               DISPLAY 'ULTIMO DIA AFASTADO (AAAAMMDD, ZEROS = SEM '
                       'PREVISAO): '
               ACCEPT WS-FIM-PEDIDO FROM DADO-INPUT

               PERFORM 2100-TRATA-CADASTRO

               DISPLAY 'CODIGO DO FUNCIONARIO (ZEROS PARA '
                       'ENCERRAR): '
               ACCEPT WS-COD-PEDIDO FROM DADO-INPUT
           END-PERFORM

           DISPLAY 'AFASTAMENTOS GRAVADOS : ' WS-CONT-GRAVADO
           DISPLAY 'PEDIDOS RECUSADOS     : ' WS-CONT-RECUSADO
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-TRATA-CADASTRO.
      *----------------------------------------------------------------*
           PERFORM 2200-BUSCA-FUNCIONARIO

           MOVE WS-INICIO-PEDIDO TO WS-DATA-AUX-N
           PERFORM 2400-VALIDA-DATA

      *    Licenca-maternidade sem fim informado: 120 dias corridos.
           IF WS-TIPO-PEDIDO = 'M' AND WS-FIM-PEDIDO = ZEROS
              AND DATA-OK
               COMPUTE WS-FIM-PEDIDO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-INICIO-PEDIDO)
                    + WS-DIAS-MATERNIDADE - 1)
           END-IF

           EVALUATE TRUE
               WHEN NOT FUNCIONARIO-ACHADO
                   DISPLAY 'FUNCIONARIO NAO CADASTRADO: '
                           WS-COD-PEDIDO
                   ADD 1 TO WS-CONT-RECUSADO
               WHEN FUNCIONARIO-DESLIGADO
                   DISPLAY 'FUNCIONARIO DESLIGADO - AFASTAMENTO '
                           'RECUSADO: ' WS-COD-PEDIDO
                   ADD 1 TO WS-CONT-RECUSADO
               WHEN NOT TIPO-VALIDO
                   DISPLAY 'TIPO DE AFASTAMENTO INVALIDO: '
                           WS-TIPO-PEDIDO
                   ADD 1 TO WS-CONT-RECUSADO
               WHEN NOT DATA-OK
                   DISPLAY 'DATA DE INICIO INVALIDA: '
                           WS-INICIO-PEDIDO
                   ADD 1 TO WS-CONT-RECUSADO
               WHEN WS-FIM-PEDIDO NOT = ZEROS
                AND WS-FIM-PEDIDO < WS-INICIO-PEDIDO
                   DISPLAY 'FIM ANTERIOR AO INICIO: ' WS-FIM-PEDIDO
                   ADD 1 TO WS-CONT-RECUSADO
               WHEN OTHER
                   MOVE WS-FIM-PEDIDO TO WS-DATA-AUX-N
                   IF WS-FIM-PEDIDO NOT = ZEROS
                       PERFORM 2400-VALIDA-DATA
                   END-IF
                   PERFORM 2300-VERIFICA-SOBREPOSICAO
                   EVALUATE TRUE
                       WHEN NOT DATA-OK
                           DISPLAY 'DATA DE FIM INVALIDA: '
                                   WS-FIM-PEDIDO
                           ADD 1 TO WS-CONT-RECUSADO
                       WHEN AFASTAMENTO-SOBREPOSTO
                           DISPLAY 'AFASTAMENTO SOBREPOE OUTRO DO '
                                   'MESMO FUNCIONARIO - RECUSADO'
                           ADD 1 TO WS-CONT-RECUSADO
                       WHEN OTHER
                           PERFORM 2500-GUARDA-AFASTAMENTO
                   END-EVALUATE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-BUSCA-FUNCIONARIO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-ACHOU-FUNC
           MOVE 'N' TO WS-FUNC-DESLIGADO

           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUNC
               IF WS-FUN-COD(WS-IDX-FUN) = WS-COD-PEDIDO
                   SET FUNCIONARIO-ACHADO TO TRUE
               END-IF
           END-PERFORM

      *    Desligado ate a data do inicio nao se afasta mais.
           OPEN INPUT ARQDESLIG
           IF DESLIG-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQDESLIG
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF DSL-COD = WS-COD-PEDIDO
                              AND DSL-DATA <= WS-INICIO-PEDIDO
                               SET FUNCIONARIO-DESLIGADO TO TRUE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDESLIG
           END-IF
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-VERIFICA-SOBREPOSICAO.
      *----------------------------------------------------------------*
      *    Afastamento sem fim cobre tudo dali em diante.
           MOVE 'N' TO WS-SOBREPOSTO

           IF WS-FIM-PEDIDO = ZEROS
               MOVE 99991231 TO WS-FIM-COMPARA
           ELSE
               MOVE WS-FIM-PEDIDO TO WS-FIM-COMPARA
           END-IF

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-AFAST
               IF WS-AFA-FIM(WS-IDX) = ZEROS
                   MOVE 99991231 TO WS-FIM-ITEM
               ELSE
                   MOVE WS-AFA-FIM(WS-IDX) TO WS-FIM-ITEM
               END-IF
               IF WS-AFA-COD(WS-IDX) = WS-COD-PEDIDO
                  AND WS-AFA-INICIO(WS-IDX) <= WS-FIM-COMPARA
                  AND WS-FIM-ITEM >= WS-INICIO-PEDIDO
                   SET AFASTAMENTO-SOBREPOSTO TO TRUE
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-VALIDA-DATA.
      *----------------------------------------------------------------*
      *    Data AAAAMMDD em WS-DATA-AUX: mes de 1 a 12 e dia dentro do
      *    tamanho do mes.
           MOVE 'N' TO WS-DATA-VALIDA

           IF WS-AUX-ANO >= 1900
              AND WS-AUX-MES >= 1 AND WS-AUX-MES <= 12
              AND WS-AUX-DIA >= 1
               COMPUTE WS-AFA-MES-CALC = WS-AUX-ANO * 100 + WS-AUX-MES
               PERFORM 9260-LIMITES-MES
               IF WS-AUX-DIA <= WS-AFA-DIAS-MES
                   SET DATA-OK TO TRUE
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-GUARDA-AFASTAMENTO.
      *----------------------------------------------------------------*
           IF WS-QTD-AFAST < 300
               ADD 1 TO WS-QTD-AFAST
               MOVE WS-COD-PEDIDO    TO WS-AFA-COD(WS-QTD-AFAST)
               MOVE WS-TIPO-PEDIDO   TO WS-AFA-TIPO(WS-QTD-AFAST)
               MOVE WS-INICIO-PEDIDO TO WS-AFA-INICIO(WS-QTD-AFAST)
               MOVE WS-FIM-PEDIDO    TO WS-AFA-FIM(WS-QTD-AFAST)
               ADD 1 TO WS-CONT-GRAVADO
               DISPLAY 'AFASTAMENTO REGISTRADO - FUNC: '
                       WS-COD-PEDIDO ' ATE: ' WS-FIM-PEDIDO
           ELSE
               ADD 1 TO WS-CONT-RECUSADO
               DISPLAY 'AFASTAMENTO RECUSADO - CADASTRO CHEIO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-ENCERRAMENTO.
      *----------------------------------------------------------------*
      *    Fecha o afastamento em aberto (sem fim) do funcionario com o
      *    ultimo dia afastado; o retorno e o dia seguinte.
           DISPLAY 'CODIGO DO FUNCIONARIO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-COD-PEDIDO FROM DADO-INPUT

           PERFORM UNTIL WS-COD-PEDIDO = ZEROS
               DISPLAY 'ULTIMO DIA AFASTADO (AAAAMMDD): '
               ACCEPT WS-FIM-PEDIDO FROM DADO-INPUT

               MOVE ZEROS TO WS-IDX-ABERTO
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-AFAST
                   IF WS-AFA-COD(WS-IDX) = WS-COD-PEDIDO
                      AND WS-AFA-FIM(WS-IDX) = ZEROS
                       MOVE WS-IDX TO WS-IDX-ABERTO
                   END-IF
               END-PERFORM

               MOVE WS-FIM-PEDIDO TO WS-DATA-AUX-N
               PERFORM 2400-VALIDA-DATA

               EVALUATE TRUE
                   WHEN WS-IDX-ABERTO = ZEROS
                       DISPLAY 'NENHUM AFASTAMENTO EM ABERTO - FUNC: '
                               WS-COD-PEDIDO
                       ADD 1 TO WS-CONT-RECUSADO
                   WHEN NOT DATA-OK
                     OR WS-FIM-PEDIDO < WS-AFA-INICIO(WS-IDX-ABERTO)
                       DISPLAY 'DATA DE FIM INVALIDA: ' WS-FIM-PEDIDO
                       ADD 1 TO WS-CONT-RECUSADO
                   WHEN OTHER
                       MOVE WS-FIM-PEDIDO
                           TO WS-AFA-FIM(WS-IDX-ABERTO)
                       ADD 1 TO WS-CONT-GRAVADO
                       DISPLAY 'AFASTAMENTO ENCERRADO - FUNC: '
                               WS-COD-PEDIDO
               END-EVALUATE

               DISPLAY 'CODIGO DO FUNCIONARIO (ZEROS PARA '
                       'ENCERRAR): '
               ACCEPT WS-COD-PEDIDO FROM DADO-INPUT
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-RELATORIO.
      *----------------------------------------------------------------*
           MOVE WS-COMPETENCIA TO WS-AFA-MES-CALC
           PERFORM 9260-LIMITES-MES
           MOVE WS-AFA-PER-INI TO WS-MES-INI
           MOVE WS-AFA-PER-FIM TO WS-MES-FIM

           OPEN OUTPUT ARQREL

           MOVE WS-AFA-MES-MES TO WS-AFS-MES
           MOVE WS-AFA-MES-ANO TO WS-AFS-ANO
           WRITE REG-RELATORIO FROM WS-AFS-TITULO
           WRITE REG-RELATORIO FROM WS-LINHA-DATAS
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-AFS-CAB
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-AFAST
               IF WS-AFA-FIM(WS-IDX) = ZEROS
                   MOVE 99991231 TO WS-FIM-ITEM
               ELSE
                   MOVE WS-AFA-FIM(WS-IDX) TO WS-FIM-ITEM
               END-IF
               IF WS-AFA-INICIO(WS-IDX) <= WS-MES-FIM
                  AND WS-FIM-ITEM >= WS-MES-INI
                   PERFORM 5100-IMPRIME-AFASTADO
               END-IF
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-PONTILHADO
           MOVE 'FUNCIONARIOS AFASTADOS NO MES' TO WS-AFS-ROT-QTD
           MOVE WS-CONT-AFASTADO TO WS-AFS-QTD
           WRITE REG-RELATORIO FROM WS-AFS-RODAPE-QTD
           DISPLAY WS-AFS-RODAPE-QTD
           MOVE 'RETORNOS PREVISTOS NO MES' TO WS-AFS-ROT-QTD
           MOVE WS-CONT-RETORNO TO WS-AFS-QTD
           WRITE REG-RELATORIO FROM WS-AFS-RODAPE-QTD
           DISPLAY WS-AFS-RODAPE-QTD
           MOVE 'AFASTADOS SEM PREVISAO DE RETORNO' TO WS-AFS-ROT-QTD
           MOVE WS-CONT-SEM-PREVISAO TO WS-AFS-QTD
           WRITE REG-RELATORIO FROM WS-AFS-RODAPE-QTD
           DISPLAY WS-AFS-RODAPE-QTD

           CLOSE ARQREL
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-IMPRIME-AFASTADO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-AFASTADO

           MOVE WS-AFA-COD(WS-IDX) TO WS-AFS-COD
           MOVE SPACES TO WS-AFS-NOME
           MOVE SPACES TO WS-AFS-DEPTO
           PERFORM VARYING WS-IDX-FUN FROM 1 BY 1
                   UNTIL WS-IDX-FUN > WS-QTD-FUNC
               IF WS-FUN-COD(WS-IDX-FUN) = WS-AFA-COD(WS-IDX)
                   MOVE WS-FUN-NOME(WS-IDX-FUN)  TO WS-AFS-NOME
                   MOVE WS-FUN-DEPTO(WS-IDX-FUN) TO WS-AFS-DEPTO
               END-IF
           END-PERFORM

           EVALUATE TRUE
               WHEN AFA-DOENCA(WS-IDX)
                   MOVE 'DOENCA'    TO WS-AFS-TIPO
               WHEN AFA-ACIDENTE(WS-IDX)
                   MOVE 'ACIDENTE'  TO WS-AFS-TIPO
               WHEN AFA-MATERNIDADE(WS-IDX)
                   MOVE 'MATERNID.' TO WS-AFS-TIPO
               WHEN OTHER
                   MOVE WS-AFA-TIPO(WS-IDX) TO WS-AFS-TIPO
           END-EVALUATE

           MOVE WS-AFA-INICIO(WS-IDX) TO WS-DATA-AUX-N
           MOVE WS-AUX-DIA TO WS-EXB-DIA
           MOVE WS-AUX-MES TO WS-EXB-MES
           MOVE WS-AUX-ANO TO WS-EXB-ANO
           MOVE WS-DATA-EXB-N TO WS-AFS-INICIO

      *    Retorno = dia seguinte ao ultimo dia afastado.
           IF WS-AFA-FIM(WS-IDX) = ZEROS
               MOVE 'SEM PREVISAO' TO WS-AFS-RETORNO
               ADD 1 TO WS-CONT-SEM-PREVISAO
           ELSE
               COMPUTE WS-RETORNO-N = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-AFA-FIM(WS-IDX)) + 1)
               MOVE WS-RET-DIA TO WS-EXB-DIA
               MOVE WS-RET-MES TO WS-EXB-MES
               MOVE WS-RET-ANO TO WS-EXB-ANO
               MOVE WS-DATA-EXB-N TO WS-AFS-RET-DATA
               MOVE WS-AFS-RETORNO-G TO WS-AFS-RETORNO
               IF WS-RETORNO-N >= WS-MES-INI
                  AND WS-RETORNO-N <= WS-MES-FIM
                   ADD 1 TO WS-CONT-RETORNO
               END-IF
           END-IF

      *    Dias do mes a cargo do INSS neste afastamento.
           MOVE WS-AFA-COD(WS-IDX)  TO WS-AFA-COD-CALC
           MOVE WS-AFA-TIPO(WS-IDX) TO WS-AFA-TIPOS-CALC
           MOVE WS-MES-INI          TO WS-AFA-PER-INI
           MOVE WS-MES-FIM          TO WS-AFA-PER-FIM
           PERFORM 9250-DIAS-INSS
           MOVE WS-AFA-DIAS-CALC    TO WS-AFS-DIAS

           DISPLAY WS-AFS-DETALHE
           WRITE REG-RELATORIO FROM WS-AFS-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-REGRAVA-AFASTAMENTOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQAFAST

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-AFAST
               MOVE SPACES                TO REG-AFAST
               MOVE WS-AFA-COD(WS-IDX)    TO AFA-COD
               MOVE WS-AFA-TIPO(WS-IDX)   TO AFA-TIPO
               MOVE WS-AFA-INICIO(WS-IDX) TO AFA-INICIO
               MOVE WS-AFA-FIM(WS-IDX)    TO AFA-FIM
               WRITE REG-AFAST
           END-PERFORM

           CLOSE ARQAFAST
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY AFASTAM-PROC.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM AFASTA.
