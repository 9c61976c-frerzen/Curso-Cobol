      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Corporate agreements (convenio empresa) for the gym.
      *          Mode E keeps the company master EMPRESA.TXT (CNPJ,
      *          name, billing mode A = per active member or V = per
      *          visit, base price, negotiated discount and agreement
      *          dates). Mode V links a member of ACADEMIA.TXT to a
      *          company on CONVALU.TXT (company zero removes the
      *          link). Mode F bills a month: one invoice per company
      *          on CONVFAT.TXT listing its linked members with their
      *          CHECKIN.TXT visits, and the amount due posted to the
      *          receivable CONVREC.TXT (re-billing an open month
      *          replaces it, a paid month is left alone). Mode T
      *          lists on CONVFIM.TXT the members whose company
      *          agreement has ended or ends within 30 days, so the
      *          desk can move them to a regular plan.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. CONVENIO.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
               CONSOLE IS MODO-INPUT.
               CONSOLE IS CODIGO-INPUT.
               CONSOLE IS DADOS-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQACAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CPF
               FILE STATUS IS WS-STATUS-ACAD.

       SELECT ARQEMP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-EMP.

       SELECT ARQVINC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-VINC.

       SELECT ARQCHECK ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CHECK.

       SELECT ARQREC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-REC.

       SELECT ARQFAT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQFIM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQCAL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD ARQACAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ACADEMIA.TXT".

       01  REG-ACADEMIA.
               03 FD-CPF                  PIC 9(11).
               03 FD-NOME                 PIC X(30).
               03 FD-PESO                 PIC 9(03)V999.
               03 FD-SEXO                 PIC X(01).
               03 FD-ALTURA               PIC 9(03).
               03 FD-DATA-VALIDADE        PIC 9(08).
               03 FD-FILIAL               PIC 9(02).

       FD ARQEMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "EMPRESA.TXT".
       01  REG-EMPRESA.
           03 EMP-CODIGO                  PIC 9(04).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 EMP-CNPJ                    PIC 9(14).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 EMP-RAZAO                   PIC X(30).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 EMP-MODO                    PIC X(01).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 EMP-VALOR-BASE              PIC 9(04)V99.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 EMP-DESCONTO-PCT            PIC 9(03).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 EMP-INICIO                  PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 EMP-FIM                     PIC 9(08).

       FD ARQVINC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONVALU.TXT".
       01  REG-VINCULO.
           03 CVA-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 CVA-EMPRESA                 PIC 9(04).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 CVA-DATA-ADESAO             PIC 9(08).

       FD ARQCHECK
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CHECKIN.TXT".
       01  REG-CHECKIN.
           03 CHK-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 CHK-DATA.
              05 CHK-ANOMES               PIC 9(06).
              05 CHK-DIA                  PIC 9(02).
           03 FILLER                      PIC X(01).
           03 CHK-HORA                    PIC 9(06).
           03 FILLER                      PIC X(01).
           03 CHK-SENTIDO                 PIC X(01).
           03 FILLER                      PIC X(01).
           03 CHK-FILIAL                  PIC 9(02).

       FD ARQREC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONVREC.TXT".
       01  REG-RECEBER.
           03 REC-EMPRESA                 PIC 9(04).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 REC-COMPETENCIA             PIC 9(06).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 REC-EMISSAO                 PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 REC-VENCIMENTO              PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 REC-VALOR                   PIC 9(07)V99.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 REC-ALUNOS                  PIC 9(04).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 REC-SITUACAO                PIC X(01).

       FD ARQFAT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONVFAT.TXT".
       01  REG-FATURA                     PIC X(80).

       FD ARQFIM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONVFIM.TXT".
       01  REG-TERMINO                    PIC X(80).

       FD ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA                  PIC 9(08).

       FD ARQCAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CALENDARIO.TXT".
       01  REG-CAL.
           03 CAL-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 CAL-TIPO                    PIC X(01).
           03 FILLER                      PIC X(01).
           03 CAL-DESCRICAO               PIC X(20).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CNVRUN.TXT".
       01  REG-RUN                        PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EMP-EOF               PIC X(01) VALUE ' '.
       77  WS-VINC-EOF              PIC X(01) VALUE ' '.
       77  WS-CHECK-EOF             PIC X(01) VALUE ' '.
       77  WS-REC-EOF               PIC X(01) VALUE ' '.
       77  WS-STATUS-ACAD           PIC X(02) VALUE ZEROS.
           88 WS-ACAD-OK                VALUE '00'.
       77  WS-STATUS-EMP            PIC X(02) VALUE SPACES.
           88 EMP-OK                    VALUE '00'.
       77  WS-STATUS-VINC           PIC X(02) VALUE SPACES.
           88 VINC-OK                   VALUE '00'.
       77  WS-STATUS-CHECK          PIC X(02) VALUE SPACES.
           88 CHECK-OK                  VALUE '00'.
       77  WS-STATUS-REC            PIC X(02) VALUE SPACES.
           88 REC-OK                    VALUE '00'.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'F'.
       77  WS-CODIGO-PEDIDO         PIC 9(04) VALUE ZEROS.
       77  WS-CPF-PEDIDO            PIC 9(11) VALUE ZEROS.
       77  WS-CNPJ-PEDIDO           PIC 9(14) VALUE ZEROS.
       77  WS-RAZAO-PEDIDA          PIC X(30) VALUE SPACES.
       77  WS-MODO-PEDIDO           PIC X(01) VALUE SPACE.
       77  WS-VALOR-PEDIDO          PIC 9(04)V99 VALUE ZEROS.
       77  WS-DESCONTO-PEDIDO       PIC 9(03) VALUE ZEROS.
       77  WS-INICIO-PEDIDO         PIC 9(08) VALUE ZEROS.
       77  WS-FIM-PEDIDO            PIC 9(08) VALUE ZEROS.
       77  WS-MOTIVO                PIC X(40) VALUE SPACES.
       77  WS-QTD-EMP               PIC 9(03) VALUE ZEROS.
       77  WS-IDX-EMP               PIC 9(03) VALUE ZEROS.
       77  WS-EMP-ACHADA            PIC 9(03) VALUE ZEROS.
       77  WS-QTD-VINC              PIC 9(04) VALUE ZEROS.
       77  WS-IDX-VINC              PIC 9(04) VALUE ZEROS.
       77  WS-VINC-ACHADO           PIC 9(04) VALUE ZEROS.
       77  WS-QTD-REC               PIC 9(04) VALUE ZEROS.
       77  WS-IDX-REC               PIC 9(04) VALUE ZEROS.
       77  WS-REC-ACHADO            PIC 9(04) VALUE ZEROS.
       77  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77  WS-MES-INICIO            PIC 9(08) VALUE ZEROS.
       77  WS-MES-FIM               PIC 9(08) VALUE ZEROS.
       77  WS-DATA-AVISO            PIC 9(08) VALUE ZEROS.
       77  WS-VALOR-ALUNO           PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOTAL-EMPRESA         PIC 9(07)V99 VALUE ZEROS.
       77  WS-ALUNOS-EMPRESA        PIC 9(04) VALUE ZEROS.
       77  WS-VISITAS-EMPRESA       PIC 9(06) VALUE ZEROS.
       77  WS-TOTAL-GERAL           PIC 9(09)V99 VALUE ZEROS.
       77  WS-CONT-ACEITA           PIC 9(04) VALUE ZEROS.
       77  WS-CONT-RECUSADA         PIC 9(04) VALUE ZEROS.
       77  WS-CONT-FATURA           PIC 9(04) VALUE ZEROS.
       77  WS-CONT-AVISO            PIC 9(04) VALUE ZEROS.
       77  WS-ALTEROU               PIC X(01) VALUE 'N'.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY CALNEGOCIO.

       01  WS-TAB-EMPRESAS.
           03 WS-EMP-ITEM OCCURS 99 TIMES.
              05 WS-EMP-CODIGO          PIC 9(04).
              05 WS-EMP-CNPJ            PIC 9(14).
              05 WS-EMP-RAZAO           PIC X(30).
              05 WS-EMP-MODO            PIC X(01).
              05 WS-EMP-VALOR-BASE      PIC 9(04)V99.
              05 WS-EMP-DESCONTO-PCT    PIC 9(03).
              05 WS-EMP-INICIO          PIC 9(08).
              05 WS-EMP-FIM             PIC 9(08).

       01  WS-TAB-VINCULOS.
           03 WS-VINC-ITEM OCCURS 999 TIMES.
              05 WS-VINC-CPF            PIC 9(11).
              05 WS-VINC-EMPRESA        PIC 9(04).
              05 WS-VINC-ADESAO         PIC 9(08).
              05 WS-VINC-VISITAS        PIC 9(04).

       01  WS-TAB-RECEBER.
           03 WS-REC-ITEM OCCURS 999 TIMES.
              05 WS-REC-EMPRESA         PIC 9(04).
              05 WS-REC-COMPETENCIA     PIC 9(06).
              05 WS-REC-EMISSAO         PIC 9(08).
              05 WS-REC-VENCIMENTO      PIC 9(08).
              05 WS-REC-VALOR           PIC 9(07)V99.
              05 WS-REC-ALUNOS          PIC 9(04).
              05 WS-REC-SITUACAO        PIC X(01).

       01  WS-DATA-QUEBRA.
           03 WS-DQ-ANO             PIC 9(04).
           03 WS-DQ-MES             PIC 9(02).
           03 WS-DQ-DIA             PIC 9(02).
       01  WS-DATA-QUEBRA-NUM REDEFINES WS-DATA-QUEBRA
                                    PIC 9(08).

       01  WS-FAT-LINHA1.
           03 FILLER                PIC X(20)
               VALUE 'FATURA DE CONVENIO -'.
           03 FILLER                PIC X(13) VALUE ' COMPETENCIA '.
           03 WS-FAT-COMPETENCIA    PIC 9(06).

       01  WS-FAT-EMPRESA.
           03 FILLER                PIC X(09) VALUE 'EMPRESA: '.
           03 WS-FAT-CODIGO         PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-FAT-RAZAO          PIC X(30).
           03 FILLER                PIC X(07) VALUE ' CNPJ: '.
           03 WS-FAT-CNPJ           PIC 9(14).

       01  WS-FAT-CONDICAO.
           03 FILLER                PIC X(09) VALUE 'COBRANCA:'.
           03 WS-FAT-MODO           PIC X(16).
           03 FILLER                PIC X(12) VALUE ' VALOR BASE '.
           03 WS-FAT-BASE           PIC ZZZ9.99.
           03 FILLER                PIC X(12) VALUE '  DESCONTO '.
           03 WS-FAT-DESCONTO       PIC ZZ9.
           03 FILLER                PIC X(01) VALUE '%'.

       01  WS-FAT-COLUNAS.
           03 FILLER PIC X(12) VALUE 'CPF'.
           03 FILLER PIC X(31) VALUE 'NOME'.
           03 FILLER PIC X(09) VALUE 'ADESAO'.
           03 FILLER PIC X(08) VALUE 'VISITAS'.
           03 FILLER PIC X(12) VALUE '      VALOR'.

       01  WS-FAT-DETALHE.
           03 WS-FAT-CPF            PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-FAT-NOME           PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-FAT-ADESAO         PIC 9(08).
           03 FILLER                PIC X(03) VALUE SPACES.
           03 WS-FAT-VISITAS        PIC ZZZ9.
           03 FILLER                PIC X(02) VALUE SPACES.
           03 WS-FAT-VALOR          PIC ZZZZZZ9.99.

       01  WS-FAT-TOTAL.
           03 FILLER                PIC X(17) VALUE 'TOTAL DA FATURA: '.
           03 WS-FAT-ALUNOS         PIC ZZZ9.
           03 FILLER                PIC X(08) VALUE ' ALUNOS '.
           03 WS-FAT-TOT-VISITAS    PIC ZZZZZ9.
           03 FILLER                PIC X(09) VALUE ' VISITAS '.
           03 FILLER                PIC X(03) VALUE 'R$ '.
           03 WS-FAT-TOT-VALOR      PIC ZZZZZZ9.99.

       01  WS-FAT-VENCIMENTO.
           03 FILLER                PIC X(13) VALUE 'VENCIMENTO: '.
           03 WS-FAT-VENC           PIC 9(08).
           03 WS-FAT-OBS            PIC X(40).

       01  WS-FAT-RODAPE.
           03 FILLER                PIC X(20)
               VALUE 'FATURAS EMITIDAS:  '.
           03 WS-FAT-QTD            PIC ZZZ9.
           03 FILLER                PIC X(14) VALUE '  TOTAL R$:  '.
           03 WS-FAT-GERAL          PIC ZZZZZZZZ9.99.

       01  WS-FIM-LINHA1.
           03 FILLER PIC X(48)
               VALUE 'ALUNOS COM CONVENIO ENCERRADO OU A ENCERRAR ATE '.
           03 WS-FIM-AVISO          PIC 9(08).

       01  WS-FIM-COLUNAS.
           03 FILLER PIC X(12) VALUE 'CPF'.
           03 FILLER PIC X(26) VALUE 'NOME'.
           03 FILLER PIC X(05) VALUE 'EMPR'.
           03 FILLER PIC X(09) VALUE 'FIM'.
           03 FILLER PIC X(20) VALUE 'SITUACAO'.

       01  WS-FIM-DETALHE.
           03 WS-FIM-CPF            PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-FIM-NOME           PIC X(25).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-FIM-EMPRESA        PIC 9(04).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-FIM-DATA           PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-FIM-SITUACAO       PIC X(26).

       01  WS-FIM-RODAPE.
           03 FILLER                PIC X(24)
               VALUE 'ALUNOS A MIGRAR DE PLANO'.
           03 FILLER                PIC X(02) VALUE ': '.
           03 WS-FIM-QTD            PIC ZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 9550-CARREGA-CALENDARIO
               PERFORM 0100-CARREGA-EMPRESAS
               PERFORM 0200-CARREGA-VINCULOS

               DISPLAY 'MODO (E)MPRESA, (V)INCULO, (F)ATURAMENTO OU '
                       '(T)ERMINO: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               OPEN INPUT ARQACAD

               IF WS-ACAD-OK
                   EVALUATE WS-MODO-EXECUCAO
                       WHEN 'E'
                           PERFORM 2000-SESSAO-EMPRESA
                       WHEN 'V'
                           PERFORM 3000-SESSAO-VINCULO
                       WHEN 'T'
                           PERFORM 6000-LISTA-TERMINO
                       WHEN OTHER
                           PERFORM 5000-FATURAMENTO
                   END-EVALUATE
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR ACADEMIA.TXT' TO WS-RUN-MOTIVO
                   MOVE 'CNV001' TO WS-RUN-CODIGO
                   DISPLAY 'ERRO AO ABRIR ARQACAD - STATUS: '
                           WS-STATUS-ACAD
               END-IF

               MOVE 'CONVENIO'        TO WS-RUN-PROGRAMA
               MOVE WS-CONT-ACEITA    TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-RECUSADA  TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN

               CLOSE ARQACAD
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-EMPRESAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQEMP
           IF EMP-OK
               PERFORM UNTIL WS-EMP-EOF = 'S'
                   READ ARQEMP
                       AT END
                           MOVE 'S' TO WS-EMP-EOF
                       NOT AT END
                           IF WS-QTD-EMP < 99
                               ADD 1 TO WS-QTD-EMP
                               PERFORM 0110-GUARDA-EMPRESA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQEMP
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0110-GUARDA-EMPRESA.
      *----------------------------------------------------------------*
           MOVE EMP-CODIGO       TO WS-EMP-CODIGO(WS-QTD-EMP)
           MOVE EMP-CNPJ         TO WS-EMP-CNPJ(WS-QTD-EMP)
           MOVE EMP-RAZAO        TO WS-EMP-RAZAO(WS-QTD-EMP)
           MOVE EMP-MODO         TO WS-EMP-MODO(WS-QTD-EMP)
           MOVE EMP-VALOR-BASE   TO WS-EMP-VALOR-BASE(WS-QTD-EMP)
           MOVE EMP-DESCONTO-PCT TO WS-EMP-DESCONTO-PCT(WS-QTD-EMP)
           MOVE EMP-INICIO       TO WS-EMP-INICIO(WS-QTD-EMP)
           MOVE EMP-FIM          TO WS-EMP-FIM(WS-QTD-EMP)
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-VINCULOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQVINC
           IF VINC-OK
               PERFORM UNTIL WS-VINC-EOF = 'S'
                   READ ARQVINC
                       AT END
                           MOVE 'S' TO WS-VINC-EOF
                       NOT AT END
                           IF WS-QTD-VINC < 999
                               ADD 1 TO WS-QTD-VINC
                               MOVE CVA-CPF
                                   TO WS-VINC-CPF(WS-QTD-VINC)
                               MOVE CVA-EMPRESA
                                   TO WS-VINC-EMPRESA(WS-QTD-VINC)
                               MOVE CVA-DATA-ADESAO
                                   TO WS-VINC-ADESAO(WS-QTD-VINC)
                               MOVE ZEROS
                                   TO WS-VINC-VISITAS(WS-QTD-VINC)
                           ELSE
                               DISPLAY 'VINCULO IGNORADO - LIMITE DE '
                                       '999 EXCEDIDO: ' CVA-CPF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQVINC
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-LOCALIZA-EMPRESA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-EMP-ACHADA
           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-QTD-EMP
               IF WS-EMP-CODIGO(WS-IDX-EMP) = WS-CODIGO-PEDIDO
                   MOVE WS-IDX-EMP TO WS-EMP-ACHADA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SESSAO-EMPRESA.
      *----------------------------------------------------------------*
           PERFORM 2100-LE-CODIGO

           PERFORM UNTIL WS-CODIGO-PEDIDO = ZEROS
               PERFORM 2200-LE-DADOS-EMPRESA
               PERFORM 2300-VALIDA-EMPRESA
               IF WS-MOTIVO = SPACES
                   PERFORM 2400-GUARDA-EMPRESA
               ELSE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'EMPRESA RECUSADA - ' WS-MOTIVO
               END-IF
               PERFORM 2100-LE-CODIGO
           END-PERFORM

           IF WS-CONT-ACEITA > ZEROS
               PERFORM 2900-REGRAVA-EMPRESAS
           END-IF

           DISPLAY 'EMPRESAS GRAVADAS : ' WS-CONT-ACEITA
           DISPLAY 'EMPRESAS RECUSADAS: ' WS-CONT-RECUSADA
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LE-CODIGO.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DA EMPRESA (ZEROS PARA ENCERRAR): '
           ACCEPT WS-CODIGO-PEDIDO FROM CODIGO-INPUT
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-LE-DADOS-EMPRESA.
      *----------------------------------------------------------------*
           PERFORM 0300-LOCALIZA-EMPRESA

           IF WS-EMP-ACHADA > ZEROS
               DISPLAY 'EMPRESA EXISTENTE - '
                       WS-EMP-RAZAO(WS-EMP-ACHADA) ' '
                       WS-EMP-INICIO(WS-EMP-ACHADA) ' A '
                       WS-EMP-FIM(WS-EMP-ACHADA)
               DISPLAY 'OS DADOS INFORMADOS SUBSTITUEM OS ATUAIS'
           END-IF

           DISPLAY 'CNPJ: '
           ACCEPT WS-CNPJ-PEDIDO FROM DADOS-INPUT
           DISPLAY 'RAZAO SOCIAL: '
           ACCEPT WS-RAZAO-PEDIDA FROM DADOS-INPUT
           DISPLAY 'COBRANCA POR (A)LUNO ATIVO OU POR (V)ISITA: '
           ACCEPT WS-MODO-PEDIDO FROM DADOS-INPUT
           DISPLAY 'VALOR BASE (MENSALIDADE OU VISITA): '
           ACCEPT WS-VALOR-PEDIDO FROM DADOS-INPUT
           DISPLAY 'DESCONTO NEGOCIADO (%): '
           ACCEPT WS-DESCONTO-PEDIDO FROM DADOS-INPUT
           DISPLAY 'INICIO DO CONVENIO (AAAAMMDD): '
           ACCEPT WS-INICIO-PEDIDO FROM DADOS-INPUT
           DISPLAY 'FIM DO CONVENIO (AAAAMMDD, ZEROS = SEM PRAZO): '
           ACCEPT WS-FIM-PEDIDO FROM DADOS-INPUT
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-VALIDA-EMPRESA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-MOTIVO

           EVALUATE TRUE
               WHEN WS-CNPJ-PEDIDO = ZEROS
                   MOVE 'CNPJ NAO INFORMADO' TO WS-MOTIVO
               WHEN WS-RAZAO-PEDIDA = SPACES
                   MOVE 'RAZAO SOCIAL NAO INFORMADA' TO WS-MOTIVO
               WHEN WS-MODO-PEDIDO NOT = 'A' AND NOT = 'V'
                   MOVE 'MODO DE COBRANCA INVALIDO' TO WS-MOTIVO
               WHEN WS-VALOR-PEDIDO = ZEROS
                   MOVE 'VALOR BASE ZERADO' TO WS-MOTIVO
               WHEN WS-DESCONTO-PEDIDO > 100
                   MOVE 'DESCONTO ACIMA DE 100%' TO WS-MOTIVO
               WHEN WS-INICIO-PEDIDO = ZEROS
                   MOVE 'INICIO DO CONVENIO NAO INFORMADO' TO WS-MOTIVO
               WHEN WS-FIM-PEDIDO NOT = ZEROS
                AND WS-FIM-PEDIDO < WS-INICIO-PEDIDO
                   MOVE 'FIM ANTERIOR AO INICIO' TO WS-MOTIVO
               WHEN WS-EMP-ACHADA = ZEROS AND WS-QTD-EMP >= 99
                   MOVE 'LIMITE DE 99 EMPRESAS ATINGIDO' TO WS-MOTIVO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-GUARDA-EMPRESA.
      *----------------------------------------------------------------*
           IF WS-EMP-ACHADA = ZEROS
               ADD 1 TO WS-QTD-EMP
               MOVE WS-QTD-EMP TO WS-EMP-ACHADA
           END-IF

           MOVE WS-CODIGO-PEDIDO   TO WS-EMP-CODIGO(WS-EMP-ACHADA)
           MOVE WS-CNPJ-PEDIDO     TO WS-EMP-CNPJ(WS-EMP-ACHADA)
           MOVE WS-RAZAO-PEDIDA    TO WS-EMP-RAZAO(WS-EMP-ACHADA)
           MOVE WS-MODO-PEDIDO     TO WS-EMP-MODO(WS-EMP-ACHADA)
           MOVE WS-VALOR-PEDIDO    TO WS-EMP-VALOR-BASE(WS-EMP-ACHADA)
           MOVE WS-DESCONTO-PEDIDO TO WS-EMP-DESCONTO-PCT(WS-EMP-ACHADA)
           MOVE WS-INICIO-PEDIDO   TO WS-EMP-INICIO(WS-EMP-ACHADA)
           MOVE WS-FIM-PEDIDO      TO WS-EMP-FIM(WS-EMP-ACHADA)

           ADD 1 TO WS-CONT-ACEITA
           DISPLAY 'EMPRESA GRAVADA - ' WS-CODIGO-PEDIDO
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-REGRAVA-EMPRESAS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQEMP

           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-QTD-EMP
               MOVE WS-EMP-CODIGO(WS-IDX-EMP)       TO EMP-CODIGO
               MOVE WS-EMP-CNPJ(WS-IDX-EMP)         TO EMP-CNPJ
               MOVE WS-EMP-RAZAO(WS-IDX-EMP)        TO EMP-RAZAO
               MOVE WS-EMP-MODO(WS-IDX-EMP)         TO EMP-MODO
               MOVE WS-EMP-VALOR-BASE(WS-IDX-EMP)   TO EMP-VALOR-BASE
               MOVE WS-EMP-DESCONTO-PCT(WS-IDX-EMP) TO EMP-DESCONTO-PCT
               MOVE WS-EMP-INICIO(WS-IDX-EMP)       TO EMP-INICIO
               MOVE WS-EMP-FIM(WS-IDX-EMP)          TO EMP-FIM
               WRITE REG-EMPRESA
           END-PERFORM

           CLOSE ARQEMP
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-SESSAO-VINCULO.
      *----------------------------------------------------------------*
           PERFORM 3100-LE-CPF

           PERFORM UNTIL WS-CPF-PEDIDO = ZEROS
               PERFORM 3200-TRATA-VINCULO
               PERFORM 3100-LE-CPF
           END-PERFORM

           IF WS-ALTEROU = 'S'
               PERFORM 3900-REGRAVA-VINCULOS
           END-IF

           DISPLAY 'VINCULOS GRAVADOS : ' WS-CONT-ACEITA
           DISPLAY 'VINCULOS RECUSADOS: ' WS-CONT-RECUSADA
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-LE-CPF.
      *----------------------------------------------------------------*
           DISPLAY 'CPF DO ALUNO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-CPF-PEDIDO FROM DADOS-INPUT
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-TRATA-VINCULO.
      *----------------------------------------------------------------*
      *    Um aluno tem um unico convenio: vincular a outra empresa
      *    substitui o vinculo; empresa zero desfaz o vinculo.
           MOVE ZEROS TO WS-VINC-ACHADO
           PERFORM VARYING WS-IDX-VINC FROM 1 BY 1
                   UNTIL WS-IDX-VINC > WS-QTD-VINC
               IF WS-VINC-CPF(WS-IDX-VINC) = WS-CPF-PEDIDO
                   MOVE WS-IDX-VINC TO WS-VINC-ACHADO
               END-IF
           END-PERFORM

           MOVE WS-CPF-PEDIDO TO FD-CPF
           READ ARQACAD
               KEY IS FD-CPF
               INVALID KEY
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'VINCULO RECUSADO - CPF NAO CADASTRADO NA '
                           'ACADEMIA: ' WS-CPF-PEDIDO
               NOT INVALID KEY
                   PERFORM 3300-APLICA-VINCULO
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-APLICA-VINCULO.
      *----------------------------------------------------------------*
           IF WS-VINC-ACHADO > ZEROS
               DISPLAY FD-NOME ' - CONVENIO ATUAL: '
                       WS-VINC-EMPRESA(WS-VINC-ACHADO)
           ELSE
               DISPLAY FD-NOME ' - SEM CONVENIO'
           END-IF

           DISPLAY 'CODIGO DA EMPRESA (ZEROS DESFAZ O VINCULO): '
           ACCEPT WS-CODIGO-PEDIDO FROM CODIGO-INPUT

           PERFORM 0300-LOCALIZA-EMPRESA

           EVALUATE TRUE
               WHEN WS-CODIGO-PEDIDO = ZEROS
                AND WS-VINC-ACHADO = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'ALUNO NAO TEM CONVENIO A DESFAZER'
               WHEN WS-CODIGO-PEDIDO = ZEROS
                   MOVE WS-VINC-ACHADO TO WS-IDX-VINC
                   PERFORM UNTIL WS-IDX-VINC >= WS-QTD-VINC
                       MOVE WS-VINC-ITEM(WS-IDX-VINC + 1)
                           TO WS-VINC-ITEM(WS-IDX-VINC)
                       ADD 1 TO WS-IDX-VINC
                   END-PERFORM
                   SUBTRACT 1 FROM WS-QTD-VINC
                   MOVE 'S' TO WS-ALTEROU
                   ADD 1 TO WS-CONT-ACEITA
                   DISPLAY 'VINCULO DESFEITO - CPF: ' WS-CPF-PEDIDO
               WHEN WS-EMP-ACHADA = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'VINCULO RECUSADO - EMPRESA NAO CADASTRADA: '
                           WS-CODIGO-PEDIDO
               WHEN WS-EMP-FIM(WS-EMP-ACHADA) NOT = ZEROS
                AND WS-EMP-FIM(WS-EMP-ACHADA) < WS-DATA-NEGOCIO
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'VINCULO RECUSADO - CONVENIO ENCERRADO EM '
                           WS-EMP-FIM(WS-EMP-ACHADA)
               WHEN WS-VINC-ACHADO = ZEROS AND WS-QTD-VINC >= 999
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'VINCULO RECUSADO - LIMITE DE 999 EXCEDIDO'
               WHEN OTHER
                   IF WS-VINC-ACHADO = ZEROS
                       ADD 1 TO WS-QTD-VINC
                       MOVE WS-QTD-VINC TO WS-VINC-ACHADO
                   END-IF
                   MOVE WS-CPF-PEDIDO    TO WS-VINC-CPF(WS-VINC-ACHADO)
                   MOVE WS-CODIGO-PEDIDO
                       TO WS-VINC-EMPRESA(WS-VINC-ACHADO)
                   MOVE WS-DATA-NEGOCIO
                       TO WS-VINC-ADESAO(WS-VINC-ACHADO)
                   MOVE 'S' TO WS-ALTEROU
                   ADD 1 TO WS-CONT-ACEITA
                   DISPLAY 'VINCULO GRAVADO - '
                           WS-EMP-RAZAO(WS-EMP-ACHADA)
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       3900-REGRAVA-VINCULOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQVINC

           PERFORM VARYING WS-IDX-VINC FROM 1 BY 1
                   UNTIL WS-IDX-VINC > WS-QTD-VINC
               MOVE WS-VINC-CPF(WS-IDX-VINC)     TO CVA-CPF
               MOVE WS-VINC-EMPRESA(WS-IDX-VINC) TO CVA-EMPRESA
               MOVE WS-VINC-ADESAO(WS-IDX-VINC)  TO CVA-DATA-ADESAO
               WRITE REG-VINCULO
           END-PERFORM

           CLOSE ARQVINC
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-FATURAMENTO.
      *----------------------------------------------------------------*
      *    Competencia zerada fatura o mes anterior ao da data de
      *    negocio.
           DISPLAY 'COMPETENCIA (AAAAMM, ZEROS = MES ANTERIOR): '
           ACCEPT WS-COMPETENCIA FROM DADOS-INPUT

           IF WS-COMPETENCIA = ZEROS
               MOVE WS-DATA-NEGOCIO TO WS-DATA-QUEBRA-NUM
               SUBTRACT 1 FROM WS-DQ-MES
               IF WS-DQ-MES = ZEROS
                   MOVE 12 TO WS-DQ-MES
                   SUBTRACT 1 FROM WS-DQ-ANO
               END-IF
               MOVE WS-DATA-QUEBRA-NUM(1:6) TO WS-COMPETENCIA
           END-IF

           COMPUTE WS-MES-INICIO = WS-COMPETENCIA * 100 + 1
           COMPUTE WS-MES-FIM    = WS-COMPETENCIA * 100 + 31

           PERFORM 5100-CONTA-VISITAS
           PERFORM 5200-CARREGA-RECEBER

           OPEN OUTPUT ARQFAT

           PERFORM VARYING WS-IDX-EMP FROM 1 BY 1
                   UNTIL WS-IDX-EMP > WS-QTD-EMP
               IF WS-EMP-INICIO(WS-IDX-EMP) <= WS-MES-FIM
                  AND (WS-EMP-FIM(WS-IDX-EMP) = ZEROS
                   OR WS-EMP-FIM(WS-IDX-EMP) >= WS-MES-INICIO)
                   PERFORM 5300-FATURA-EMPRESA
               END-IF
           END-PERFORM

           MOVE WS-CONT-FATURA TO WS-FAT-QTD
           MOVE WS-TOTAL-GERAL TO WS-FAT-GERAL
           DISPLAY WS-PONTILHADO
           WRITE REG-FATURA FROM WS-PONTILHADO
           DISPLAY WS-FAT-RODAPE
           WRITE REG-FATURA FROM WS-FAT-RODAPE

           CLOSE ARQFAT

           IF WS-ALTEROU = 'S'
               PERFORM 5900-REGRAVA-RECEBER
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-CONTA-VISITAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCHECK
           IF CHECK-OK
               PERFORM UNTIL WS-CHECK-EOF = 'S'
                   READ ARQCHECK
                       AT END
                           MOVE 'S' TO WS-CHECK-EOF
                       NOT AT END
                           IF CHK-ANOMES = WS-COMPETENCIA
                              AND CHK-SENTIDO NOT = 'S'
                               PERFORM 5110-SOMA-VISITA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCHECK
           ELSE
               DISPLAY 'CHECKIN.TXT AUSENTE - FATURAS SEM VISITAS'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5110-SOMA-VISITA.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-VINC FROM 1 BY 1
                   UNTIL WS-IDX-VINC > WS-QTD-VINC
               IF WS-VINC-CPF(WS-IDX-VINC) = CHK-CPF
                   ADD 1 TO WS-VINC-VISITAS(WS-IDX-VINC)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-CARREGA-RECEBER.
      *----------------------------------------------------------------*
           OPEN INPUT ARQREC
           IF REC-OK
               PERFORM UNTIL WS-REC-EOF = 'S'
                   READ ARQREC
                       AT END
                           MOVE 'S' TO WS-REC-EOF
                       NOT AT END
                           IF WS-QTD-REC < 999
                               ADD 1 TO WS-QTD-REC
                               PERFORM 5210-GUARDA-RECEBER
                           ELSE
                               DISPLAY 'CONVREC.TXT ACIMA DE 999 '
                                       'TITULOS - EXCEDENTE IGNORADO'
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQREC
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5210-GUARDA-RECEBER.
      *----------------------------------------------------------------*
           MOVE REC-EMPRESA     TO WS-REC-EMPRESA(WS-QTD-REC)
           MOVE REC-COMPETENCIA TO WS-REC-COMPETENCIA(WS-QTD-REC)
           MOVE REC-EMISSAO     TO WS-REC-EMISSAO(WS-QTD-REC)
           MOVE REC-VENCIMENTO  TO WS-REC-VENCIMENTO(WS-QTD-REC)
           MOVE REC-VALOR       TO WS-REC-VALOR(WS-QTD-REC)
           MOVE REC-ALUNOS      TO WS-REC-ALUNOS(WS-QTD-REC)
           MOVE REC-SITUACAO    TO WS-REC-SITUACAO(WS-QTD-REC)
           .
           EXIT.
      *----------------------------------------------------------------*
       5300-FATURA-EMPRESA.
      *----------------------------------------------------------------*
      *    Aluno ativo do convenio e o vinculado a empresa ate o fim do
      *    mes que continua no cadastro da academia.
           MOVE ZEROS TO WS-ALUNOS-EMPRESA
           MOVE ZEROS TO WS-VISITAS-EMPRESA
           MOVE ZEROS TO WS-TOTAL-EMPRESA

           MOVE WS-COMPETENCIA               TO WS-FAT-COMPETENCIA
           MOVE WS-EMP-CODIGO(WS-IDX-EMP)    TO WS-FAT-CODIGO
           MOVE WS-EMP-RAZAO(WS-IDX-EMP)     TO WS-FAT-RAZAO
           MOVE WS-EMP-CNPJ(WS-IDX-EMP)      TO WS-FAT-CNPJ
           IF WS-EMP-MODO(WS-IDX-EMP) = 'V'
               MOVE ' POR VISITA'            TO WS-FAT-MODO
           ELSE
               MOVE ' POR ALUNO ATIVO'       TO WS-FAT-MODO
           END-IF
           MOVE WS-EMP-VALOR-BASE(WS-IDX-EMP)   TO WS-FAT-BASE
           MOVE WS-EMP-DESCONTO-PCT(WS-IDX-EMP) TO WS-FAT-DESCONTO

           DISPLAY WS-PONTILHADO
           WRITE REG-FATURA FROM WS-PONTILHADO
           DISPLAY WS-FAT-LINHA1
           WRITE REG-FATURA FROM WS-FAT-LINHA1
           DISPLAY WS-FAT-EMPRESA
           WRITE REG-FATURA FROM WS-FAT-EMPRESA
           DISPLAY WS-FAT-CONDICAO
           WRITE REG-FATURA FROM WS-FAT-CONDICAO
           DISPLAY WS-FAT-COLUNAS
           WRITE REG-FATURA FROM WS-FAT-COLUNAS

           PERFORM VARYING WS-IDX-VINC FROM 1 BY 1
                   UNTIL WS-IDX-VINC > WS-QTD-VINC
               IF WS-VINC-EMPRESA(WS-IDX-VINC) =
                  WS-EMP-CODIGO(WS-IDX-EMP)
                  AND WS-VINC-ADESAO(WS-IDX-VINC) <= WS-MES-FIM
                   PERFORM 5310-FATURA-ALUNO
               END-IF
           END-PERFORM

           PERFORM 5400-LANCA-RECEBER

           MOVE WS-ALUNOS-EMPRESA  TO WS-FAT-ALUNOS
           MOVE WS-VISITAS-EMPRESA TO WS-FAT-TOT-VISITAS
           MOVE WS-TOTAL-EMPRESA   TO WS-FAT-TOT-VALOR
           DISPLAY WS-FAT-TOTAL
           WRITE REG-FATURA FROM WS-FAT-TOTAL
           DISPLAY WS-FAT-VENCIMENTO
           WRITE REG-FATURA FROM WS-FAT-VENCIMENTO
           .
           EXIT.
      *----------------------------------------------------------------*
       5310-FATURA-ALUNO.
      *----------------------------------------------------------------*
           MOVE WS-VINC-CPF(WS-IDX-VINC) TO FD-CPF
           READ ARQACAD
               KEY IS FD-CPF
               INVALID KEY
                   DISPLAY 'ALUNO DO CONVENIO FORA DO CADASTRO - CPF: '
                           WS-VINC-CPF(WS-IDX-VINC)
               NOT INVALID KEY
                   IF WS-EMP-MODO(WS-IDX-EMP) = 'V'
                       COMPUTE WS-VALOR-ALUNO ROUNDED =
                           WS-EMP-VALOR-BASE(WS-IDX-EMP) *
                           WS-VINC-VISITAS(WS-IDX-VINC) *
                           (100 - WS-EMP-DESCONTO-PCT(WS-IDX-EMP)) / 100
                   ELSE
                       COMPUTE WS-VALOR-ALUNO ROUNDED =
                           WS-EMP-VALOR-BASE(WS-IDX-EMP) *
                           (100 - WS-EMP-DESCONTO-PCT(WS-IDX-EMP)) / 100
                   END-IF

                   ADD 1 TO WS-ALUNOS-EMPRESA
                   ADD WS-VINC-VISITAS(WS-IDX-VINC)
                       TO WS-VISITAS-EMPRESA
                   ADD WS-VALOR-ALUNO TO WS-TOTAL-EMPRESA

                   MOVE WS-VINC-CPF(WS-IDX-VINC)     TO WS-FAT-CPF
                   MOVE FD-NOME                      TO WS-FAT-NOME
                   MOVE WS-VINC-ADESAO(WS-IDX-VINC)  TO WS-FAT-ADESAO
                   MOVE WS-VINC-VISITAS(WS-IDX-VINC) TO WS-FAT-VISITAS
                   MOVE WS-VALOR-ALUNO               TO WS-FAT-VALOR
                   DISPLAY WS-FAT-DETALHE
                   WRITE REG-FATURA FROM WS-FAT-DETALHE
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       5400-LANCA-RECEBER.
      *----------------------------------------------------------------*
      *    Vencimento no dia 10 do mes seguinte a competencia, rolado
      *    para o proximo dia util.
           MOVE SPACES TO WS-FAT-OBS
           MOVE ZEROS  TO WS-REC-ACHADO
           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-QTD-REC
               IF WS-REC-EMPRESA(WS-IDX-REC) = WS-EMP-CODIGO(WS-IDX-EMP)
                  AND WS-REC-COMPETENCIA(WS-IDX-REC) = WS-COMPETENCIA
                   MOVE WS-IDX-REC TO WS-REC-ACHADO
               END-IF
           END-PERFORM

           MOVE WS-MES-INICIO TO WS-DATA-QUEBRA-NUM
           ADD 1 TO WS-DQ-MES
           IF WS-DQ-MES > 12
               MOVE 1 TO WS-DQ-MES
               ADD 1 TO WS-DQ-ANO
           END-IF
           MOVE 10 TO WS-DQ-DIA
           MOVE WS-DATA-QUEBRA-NUM TO WS-CAL-DATA-TESTE
           PERFORM 9570-PROXIMO-DIA-UTIL
           MOVE WS-CAL-DATA-TESTE  TO WS-FAT-VENC

           EVALUATE TRUE
               WHEN WS-ALUNOS-EMPRESA = ZEROS
                   MOVE ' - SEM ALUNOS, NADA A RECEBER' TO WS-FAT-OBS
               WHEN WS-REC-ACHADO > ZEROS
                AND WS-REC-SITUACAO(WS-REC-ACHADO) = 'P'
                   MOVE WS-REC-VENCIMENTO(WS-REC-ACHADO) TO WS-FAT-VENC
                   MOVE ' - JA QUITADA, TITULO MANTIDO' TO WS-FAT-OBS
                   ADD 1 TO WS-CONT-RECUSADA
               WHEN WS-REC-ACHADO = ZEROS AND WS-QTD-REC >= 999
                   MOVE ' - CONVREC.TXT CHEIO, SEM TITULO'
                       TO WS-FAT-OBS
                   ADD 1 TO WS-CONT-RECUSADA
               WHEN OTHER
                   IF WS-REC-ACHADO = ZEROS
                       ADD 1 TO WS-QTD-REC
                       MOVE WS-QTD-REC TO WS-REC-ACHADO
                   ELSE
                       MOVE ' - TITULO EM ABERTO SUBSTITUIDO'
                           TO WS-FAT-OBS
                   END-IF
                   MOVE WS-EMP-CODIGO(WS-IDX-EMP)
                       TO WS-REC-EMPRESA(WS-REC-ACHADO)
                   MOVE WS-COMPETENCIA
                       TO WS-REC-COMPETENCIA(WS-REC-ACHADO)
                   MOVE WS-DATA-NEGOCIO
                       TO WS-REC-EMISSAO(WS-REC-ACHADO)
                   MOVE WS-FAT-VENC
                       TO WS-REC-VENCIMENTO(WS-REC-ACHADO)
                   MOVE WS-TOTAL-EMPRESA
                       TO WS-REC-VALOR(WS-REC-ACHADO)
                   MOVE WS-ALUNOS-EMPRESA
                       TO WS-REC-ALUNOS(WS-REC-ACHADO)
                   MOVE 'A' TO WS-REC-SITUACAO(WS-REC-ACHADO)
                   MOVE 'S' TO WS-ALTEROU
                   ADD 1 TO WS-CONT-FATURA
                   ADD 1 TO WS-CONT-ACEITA
                   ADD WS-TOTAL-EMPRESA TO WS-TOTAL-GERAL
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       5900-REGRAVA-RECEBER.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQREC

           PERFORM VARYING WS-IDX-REC FROM 1 BY 1
                   UNTIL WS-IDX-REC > WS-QTD-REC
               MOVE WS-REC-EMPRESA(WS-IDX-REC)     TO REC-EMPRESA
               MOVE WS-REC-COMPETENCIA(WS-IDX-REC) TO REC-COMPETENCIA
               MOVE WS-REC-EMISSAO(WS-IDX-REC)     TO REC-EMISSAO
               MOVE WS-REC-VENCIMENTO(WS-IDX-REC)  TO REC-VENCIMENTO
               MOVE WS-REC-VALOR(WS-IDX-REC)       TO REC-VALOR
               MOVE WS-REC-ALUNOS(WS-IDX-REC)      TO REC-ALUNOS
               MOVE WS-REC-SITUACAO(WS-IDX-REC)    TO REC-SITUACAO
               WRITE REG-RECEBER
           END-PERFORM

           CLOSE ARQREC
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-LISTA-TERMINO.
      *----------------------------------------------------------------*
           COMPUTE WS-DATA-AVISO = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO) + 30)

           OPEN OUTPUT ARQFIM

           MOVE WS-DATA-AVISO TO WS-FIM-AVISO
           DISPLAY WS-FIM-LINHA1
           WRITE REG-TERMINO FROM WS-FIM-LINHA1
           DISPLAY WS-LINHA-DATAS
           WRITE REG-TERMINO FROM WS-LINHA-DATAS
           DISPLAY WS-PONTILHADO
           WRITE REG-TERMINO FROM WS-PONTILHADO
           DISPLAY WS-FIM-COLUNAS
           WRITE REG-TERMINO FROM WS-FIM-COLUNAS

           PERFORM VARYING WS-IDX-VINC FROM 1 BY 1
                   UNTIL WS-IDX-VINC > WS-QTD-VINC
               PERFORM 6100-AVALIA-VINCULO
           END-PERFORM

           MOVE WS-CONT-AVISO TO WS-FIM-QTD
           DISPLAY WS-PONTILHADO
           WRITE REG-TERMINO FROM WS-PONTILHADO
           DISPLAY WS-FIM-RODAPE
           WRITE REG-TERMINO FROM WS-FIM-RODAPE

           CLOSE ARQFIM

           MOVE WS-CONT-AVISO TO WS-CONT-ACEITA
           .
           EXIT.
      *----------------------------------------------------------------*
       6100-AVALIA-VINCULO.
      *----------------------------------------------------------------*
           MOVE WS-VINC-EMPRESA(WS-IDX-VINC) TO WS-CODIGO-PEDIDO
           PERFORM 0300-LOCALIZA-EMPRESA
           MOVE SPACES TO WS-FIM-SITUACAO
           MOVE ZEROS  TO WS-FIM-DATA

           EVALUATE TRUE
               WHEN WS-EMP-ACHADA = ZEROS
                   MOVE 'EMPRESA FORA DO CADASTRO' TO WS-FIM-SITUACAO
               WHEN WS-EMP-FIM(WS-EMP-ACHADA) = ZEROS
                   CONTINUE
               WHEN WS-EMP-FIM(WS-EMP-ACHADA) < WS-DATA-NEGOCIO
                   MOVE WS-EMP-FIM(WS-EMP-ACHADA) TO WS-FIM-DATA
                   MOVE 'CONVENIO ENCERRADO'       TO WS-FIM-SITUACAO
               WHEN WS-EMP-FIM(WS-EMP-ACHADA) <= WS-DATA-AVISO
                   MOVE WS-EMP-FIM(WS-EMP-ACHADA) TO WS-FIM-DATA
                   MOVE 'CONVENIO A ENCERRAR'      TO WS-FIM-SITUACAO
           END-EVALUATE

           IF WS-FIM-SITUACAO NOT = SPACES
               MOVE WS-VINC-CPF(WS-IDX-VINC) TO FD-CPF
               READ ARQACAD
                   KEY IS FD-CPF
                   INVALID KEY
                       MOVE '*** NOME NAO ENCONTRADO ***'
                           TO WS-FIM-NOME
                   NOT INVALID KEY
                       MOVE FD-NOME TO WS-FIM-NOME
               END-READ
               MOVE WS-VINC-CPF(WS-IDX-VINC)     TO WS-FIM-CPF
               MOVE WS-VINC-EMPRESA(WS-IDX-VINC) TO WS-FIM-EMPRESA
               ADD 1 TO WS-CONT-AVISO
               DISPLAY WS-FIM-DETALHE
               WRITE REG-TERMINO FROM WS-FIM-DETALHE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY CALNEGOCIO-PROC.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM CONVENIO.
