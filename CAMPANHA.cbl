      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Promotional campaign master for the gym payments.
      *          Mode C keeps CAMPANHA.TXT: campaign code, description,
      *          discount (P = percentage of the plan value, V = fixed
      *          value off the plan), start and end dates and up to
      *          ten plan codes it applies to (none = every plan).
      *          PAGACAD accepts a payment carrying a campaign code at
      *          the discounted value and logs each use on CAMPUSO.TXT;
      *          mode R prints CAMPREL.TXT with the payments, distinct
      *          members, members new to the gym (no earlier plan
      *          payment on PAGLEDGER.TXT), revenue and discount given
      *          per campaign. Mode M is the campaign mailing: for a
      *          campaign in force on the business date it writes one
      *          e-mail notice per ACADCONT.TXT contact with an e-mail
      *          address on CAMPMALA.TXT, skipping members who
      *          withdrew consent to e-mail on the CONSENT.TXT
      *          register and counting them on the closing
      *          *** TRAILER *** line. When the register holds more
      *          CPF/channel pairs than the 3000 the run can keep, no
      *          mailing is written and the run ends abnormally
      *          (CMP001), as a withdrawal may have been left out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. CAMPANHA.
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

       SELECT ARQCAMP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CAMP.

       SELECT ARQUSO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-USO.

       SELECT ARQLEDGER ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-LEDG.

       SELECT ARQCONT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CONT.

       SELECT ARQCNS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CNS.

       SELECT ARQMALA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD ARQCAMP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CAMPANHA.TXT".
       01  REG-CAMPANHA.
           03 CMP-CODIGO                  PIC X(06).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 CMP-DESCRICAO               PIC X(20).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 CMP-TIPO                    PIC X(01).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 CMP-DESCONTO                PIC 9(04)V99.
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 CMP-INICIO                  PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 CMP-FIM                     PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 CMP-PLANOS                  PIC X(20).

       FD ARQUSO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CAMPUSO.TXT".
       01  REG-USO-CAMPANHA.
           03 USO-CAMPANHA                PIC X(06).
           03 FILLER                      PIC X(01).
           03 USO-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 USO-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 USO-PLANO                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 USO-VALOR-PLANO             PIC 9(06)V99.
           03 FILLER                      PIC X(01).
           03 USO-DESCONTO                PIC 9(06)V99.
           03 FILLER                      PIC X(01).
           03 USO-VALOR-PAGO              PIC 9(06)V99.

       FD ARQLEDGER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PAGLEDGER.TXT".
       01  REG-LEDGER.
           03 LED-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 LED-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 LED-VALOR                   PIC S9(06)V99.
           03 FILLER                      PIC X(01).
           03 LED-MESES                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 LED-NOVA-VALIDADE           PIC 9(08).
           03 FILLER                      PIC X(01).
           03 LED-PLANO                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 LED-FORMA                   PIC X(01).
           03 FILLER                      PIC X(01).
           03 LED-FILIAL                  PIC 9(02).

       FD ARQCONT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ACADCONT.TXT".
       01  REG-CONTATO.
           03 CONT-CPF                    PIC 9(11).
           03 FILLER                      PIC X(01).
           03 CONT-ENDERECO               PIC X(40).
           03 FILLER                      PIC X(01).
           03 CONT-TELEFONE               PIC X(12).
           03 FILLER                      PIC X(01).
           03 CONT-EMAIL                  PIC X(40).

       FD ARQCNS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSENT.TXT".
       01  REG-CONSENT.
           03 CNS-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 CNS-CANAL                   PIC X(01).
           03 FILLER                      PIC X(01).
           03 CNS-SITUACAO                PIC X(01).
           03 FILLER                      PIC X(01).
           03 CNS-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 CNS-ORIGEM                  PIC X(20).

       FD ARQMALA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CAMPMALA.TXT".
       01  REG-MALA                       PIC X(80).

       FD ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CAMPREL.TXT".
       01  REG-RELATORIO                  PIC X(80).

       FD ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA                  PIC 9(08).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CAMPRUN.TXT".
       01  REG-RUN                        PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-CAMP-EOF              PIC X(01) VALUE ' '.
       77  WS-USO-EOF               PIC X(01) VALUE ' '.
       77  WS-LEDG-EOF              PIC X(01) VALUE ' '.
       77  WS-STATUS-CAMP           PIC X(02) VALUE SPACES.
           88 CAMP-OK                   VALUE '00'.
       77  WS-STATUS-USO            PIC X(02) VALUE SPACES.
           88 USO-OK                    VALUE '00'.
       77  WS-STATUS-LEDG           PIC X(02) VALUE SPACES.
           88 LEDG-OK                   VALUE '00'.
       77  WS-STATUS-CONT           PIC X(02) VALUE SPACES.
           88 CONT-OK                   VALUE '00'.
       77  WS-CONT-EOF              PIC X(01) VALUE ' '.
       77  WS-CONT-MALA             PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-EMAIL        PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-CONSENT      PIC 9(05) VALUE ZEROS.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'R'.
       77  WS-CODIGO-PEDIDO         PIC X(06) VALUE SPACES.
       77  WS-DESCRICAO-PEDIDA      PIC X(20) VALUE SPACES.
       77  WS-TIPO-PEDIDO           PIC X(01) VALUE SPACE.
       77  WS-DESCONTO-PEDIDO       PIC 9(04)V99 VALUE ZEROS.
       77  WS-INICIO-PEDIDO         PIC 9(08) VALUE ZEROS.
       77  WS-FIM-PEDIDO            PIC 9(08) VALUE ZEROS.
       77  WS-PLANOS-PEDIDOS        PIC X(20) VALUE SPACES.
       77  WS-MOTIVO                PIC X(40) VALUE SPACES.
       77  WS-QTD-CAMP              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-CAMP              PIC 9(03) VALUE ZEROS.
       77  WS-CAMP-ACHADA           PIC 9(03) VALUE ZEROS.
       77  WS-QTD-USO               PIC 9(04) VALUE ZEROS.
       77  WS-IDX-USO               PIC 9(04) VALUE ZEROS.
       77  WS-IDX-USO2              PIC 9(04) VALUE ZEROS.
       77  WS-JA-CONTADO            PIC X(01) VALUE 'N'.
       77  WS-CONT-ACEITA           PIC 9(04) VALUE ZEROS.
       77  WS-CONT-RECUSADA         PIC 9(04) VALUE ZEROS.
       77  WS-TOT-PAGTOS            PIC 9(05) VALUE ZEROS.
       77  WS-TOT-ALUNOS            PIC 9(05) VALUE ZEROS.
       77  WS-TOT-NOVOS             PIC 9(05) VALUE ZEROS.
       77  WS-TOT-RECEITA           PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-DESCONTO          PIC 9(09)V99 VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY CONSENTIM.

       01  WS-TAB-CAMPANHAS.
           03 WS-CMP-ITEM OCCURS 99 TIMES.
              05 WS-CMP-CODIGO          PIC X(06).
              05 WS-CMP-DESCRICAO       PIC X(20).
              05 WS-CMP-TIPO            PIC X(01).
              05 WS-CMP-DESCONTO        PIC 9(04)V99.
              05 WS-CMP-INICIO          PIC 9(08).
              05 WS-CMP-FIM             PIC 9(08).
              05 WS-CMP-PLANOS          PIC X(20).
              05 WS-CMP-PAGTOS          PIC 9(05).
              05 WS-CMP-ALUNOS          PIC 9(05).
              05 WS-CMP-NOVOS           PIC 9(05).
              05 WS-CMP-RECEITA         PIC 9(09)V99.
              05 WS-CMP-DESCONTO-DADO   PIC 9(09)V99.

      *    Usos do CAMPUSO.TXT; WS-USO-NOVO fica 'N' quando o aluno ja
      *    tinha pagamento de plano anterior ao uso da campanha.
       01  WS-TAB-USOS.
           03 WS-USO-ITEM OCCURS 3000 TIMES.
              05 WS-USO-CAMPANHA        PIC X(06).
              05 WS-USO-CPF             PIC 9(11).
              05 WS-USO-DATA            PIC 9(08).
              05 WS-USO-DESCONTO        PIC 9(06)V99.
              05 WS-USO-VALOR-PAGO      PIC 9(06)V99.
              05 WS-USO-NOVO            PIC X(01).

       01  WS-DATA-QUEBRA.
           03 WS-DQ-ANO             PIC 9(04).
           03 WS-DQ-MES             PIC 9(02).
           03 WS-DQ-DIA             PIC 9(02).
       01  WS-DATA-QUEBRA-NUM REDEFINES WS-DATA-QUEBRA
                                    PIC 9(08).

       01  WS-LINHA1.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'DESEMPENHO DAS CAMPANHAS PROMOCIONAIS'.
           03 FILLER PIC X(20) VALUE SPACES.

       01  WS-LINHA2.
           03 FILLER PIC X(07) VALUE 'CODIGO'.
           03 FILLER PIC X(17) VALUE 'DESCRICAO'.
           03 FILLER PIC X(09) VALUE 'INICIO'.
           03 FILLER PIC X(09) VALUE 'FIM'.
           03 FILLER PIC X(05) VALUE 'PAGT'.
           03 FILLER PIC X(05) VALUE 'ALUN'.
           03 FILLER PIC X(05) VALUE 'NOVO'.
           03 FILLER PIC X(11) VALUE '   RECEITA'.
           03 FILLER PIC X(09) VALUE ' DESCONTO'.

       01  WS-LINHA-DETALHE.
           03 WS-DET-CODIGO         PIC X(06).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-DESCRICAO      PIC X(16).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-INICIO         PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-FIM            PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-PAGTOS         PIC ZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-ALUNOS         PIC ZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-NOVOS          PIC ZZZ9.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-RECEITA        PIC ZZZZZZ9.99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-DESCONTO       PIC ZZZZZ9.99.

       01  WS-RODAPE1.
           03 FILLER            PIC X(28)
               VALUE 'PAGAMENTOS COM CAMPANHA:   '.
           03 WS-TOTPAGTOS      PIC ZZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(28)
               VALUE 'ALUNOS NOVOS CAPTADOS:     '.
           03 WS-TOTNOVOS       PIC ZZZZ9.

       01  WS-RODAPE3.
           03 FILLER            PIC X(28)
               VALUE 'RECEITA COM CAMPANHA R$:   '.
           03 WS-TOTRECEITA     PIC ZZZZZZZZ9.99.

       01  WS-RODAPE4.
           03 FILLER            PIC X(28)
               VALUE 'DESCONTO CONCEDIDO R$:     '.
           03 WS-TOTDESCONTO    PIC ZZZZZZZZ9.99.

       01  WS-MALA-DESTINATARIO.
           03 FILLER                PIC X(06) VALUE 'PARA: '.
           03 WS-MAL-EMAIL          PIC X(40).
           03 FILLER                PIC X(07) VALUE ' CPF: '.
           03 WS-MAL-CPF            PIC 9(11).

       01  WS-MALA-CAMPANHA.
           03 FILLER                PIC X(10) VALUE 'CAMPANHA: '.
           03 WS-MAL-CODIGO         PIC X(06).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-MAL-DESCRICAO      PIC X(20).

       01  WS-MALA-DESCONTO.
           03 FILLER                PIC X(10) VALUE 'DESCONTO: '.
           03 WS-MAL-DESCONTO       PIC ZZZ9.99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-MAL-TIPO           PIC X(15).
           03 FILLER                PIC X(10) VALUE 'VIGENCIA: '.
           03 WS-MAL-INICIO         PIC 9(08).
           03 FILLER                PIC X(03) VALUE ' A '.
           03 WS-MAL-FIM            PIC 9(08).

       01  WS-MALA-TEXTO.
           03 FILLER                PIC X(48)
               VALUE 'APRESENTE ESTE CODIGO NA RECEPCAO AO RENOVAR SEU'.
           03 FILLER                PIC X(07)
               VALUE ' PLANO.'.

       01  WS-LINHA-TRAILER.
           03 FILLER              PIC X(15) VALUE '*** TRAILER ***'.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FILLER              PIC X(11) VALUE 'REGISTROS: '.
           03 WS-TRL-REGISTROS    PIC ZZZZZZ9.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 FILLER              PIC X(19) VALUE 'SEM CONSENTIMENTO: '.
           03 WS-TRL-SEM-CONSENT  PIC ZZZZZZ9.
           03 FILLER              PIC X(19) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0100-CARREGA-CAMPANHAS

               DISPLAY 'MODO (C)ADASTRO, (M)ALA DIRETA OU '
                       '(R)ELATORIO: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               EVALUATE WS-MODO-EXECUCAO
                   WHEN 'C'
                       PERFORM 2000-SESSAO-CADASTRO
                   WHEN 'M'
                       PERFORM 6000-MALA-DIRETA
                   WHEN OTHER
                       PERFORM 0200-CARREGA-USOS
                       PERFORM 0300-MARCA-ALUNOS-NOVOS
                       PERFORM 5000-RELATORIO
               END-EVALUATE

               MOVE 'CAMPANHA'        TO WS-RUN-PROGRAMA
               MOVE WS-CONT-ACEITA    TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-RECUSADA  TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-CAMPANHAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCAMP
           IF CAMP-OK
               PERFORM UNTIL WS-CAMP-EOF = 'S'
                   READ ARQCAMP
                       AT END
                           MOVE 'S' TO WS-CAMP-EOF
                       NOT AT END
                           IF WS-QTD-CAMP < 99
                               ADD 1 TO WS-QTD-CAMP
                               PERFORM 0110-GUARDA-CAMPANHA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCAMP
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0110-GUARDA-CAMPANHA.
      *----------------------------------------------------------------*
           MOVE CMP-CODIGO    TO WS-CMP-CODIGO(WS-QTD-CAMP)
           MOVE CMP-DESCRICAO TO WS-CMP-DESCRICAO(WS-QTD-CAMP)
           MOVE CMP-TIPO      TO WS-CMP-TIPO(WS-QTD-CAMP)
           MOVE CMP-DESCONTO  TO WS-CMP-DESCONTO(WS-QTD-CAMP)
           MOVE CMP-INICIO    TO WS-CMP-INICIO(WS-QTD-CAMP)
           MOVE CMP-FIM       TO WS-CMP-FIM(WS-QTD-CAMP)
           MOVE CMP-PLANOS    TO WS-CMP-PLANOS(WS-QTD-CAMP)
           MOVE ZEROS         TO WS-CMP-PAGTOS(WS-QTD-CAMP)
                                 WS-CMP-ALUNOS(WS-QTD-CAMP)
                                 WS-CMP-NOVOS(WS-QTD-CAMP)
                                 WS-CMP-RECEITA(WS-QTD-CAMP)
                                 WS-CMP-DESCONTO-DADO(WS-QTD-CAMP)
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-USOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQUSO
           IF USO-OK
               PERFORM UNTIL WS-USO-EOF = 'S'
                   READ ARQUSO
                       AT END
                           MOVE 'S' TO WS-USO-EOF
                       NOT AT END
                           IF WS-QTD-USO < 3000
                               ADD 1 TO WS-QTD-USO
                               MOVE USO-CAMPANHA
                                   TO WS-USO-CAMPANHA(WS-QTD-USO)
                               MOVE USO-CPF
                                   TO WS-USO-CPF(WS-QTD-USO)
                               MOVE USO-DATA
                                   TO WS-USO-DATA(WS-QTD-USO)
                               MOVE USO-DESCONTO
                                   TO WS-USO-DESCONTO(WS-QTD-USO)
                               MOVE USO-VALOR-PAGO
                                   TO WS-USO-VALOR-PAGO(WS-QTD-USO)
                               MOVE 'S' TO WS-USO-NOVO(WS-QTD-USO)
                           ELSE
                               DISPLAY 'USO IGNORADO - LIMITE DE 3000 '
                                       'EXCEDIDO: ' USO-CPF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQUSO
           ELSE
               DISPLAY 'CAMPUSO.TXT AUSENTE - NENHUMA CAMPANHA USADA'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0300-MARCA-ALUNOS-NOVOS.
      *----------------------------------------------------------------*
      *    Aluno novo e quem nao tem pagamento de plano no ledger antes
      *    da data em que usou a campanha.
           IF WS-QTD-USO > ZEROS
               OPEN INPUT ARQLEDGER
               IF LEDG-OK
                   PERFORM UNTIL WS-LEDG-EOF = 'S'
                       READ ARQLEDGER
                           AT END
                               MOVE 'S' TO WS-LEDG-EOF
                           NOT AT END
                               IF LED-PLANO > ZEROS
                                  AND LED-VALOR > ZEROS
                                   PERFORM 0310-CONFERE-ANTERIOR
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQLEDGER
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0310-CONFERE-ANTERIOR.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-USO FROM 1 BY 1
                   UNTIL WS-IDX-USO > WS-QTD-USO
               IF WS-USO-CPF(WS-IDX-USO) = LED-CPF
                  AND LED-DATA < WS-USO-DATA(WS-IDX-USO)
                   MOVE 'N' TO WS-USO-NOVO(WS-IDX-USO)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SESSAO-CADASTRO.
      *----------------------------------------------------------------*
           PERFORM 2100-LE-CODIGO

           PERFORM UNTIL WS-CODIGO-PEDIDO = SPACES
                      OR WS-CODIGO-PEDIDO = ZEROS
               PERFORM 2200-LE-DADOS
               PERFORM 2300-VALIDA-CAMPANHA
               IF WS-MOTIVO = SPACES
                   PERFORM 2400-GUARDA-CAMPANHA
               ELSE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'CAMPANHA RECUSADA - ' WS-MOTIVO
               END-IF
               PERFORM 2100-LE-CODIGO
           END-PERFORM

           IF WS-CONT-ACEITA > ZEROS
               PERFORM 3000-REGRAVA-CAMPANHAS
           END-IF

           DISPLAY 'CAMPANHAS GRAVADAS : ' WS-CONT-ACEITA
           DISPLAY 'CAMPANHAS RECUSADAS: ' WS-CONT-RECUSADA
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LE-CODIGO.
      *----------------------------------------------------------------*
           DISPLAY 'CODIGO DA CAMPANHA (BRANCOS PARA ENCERRAR): '
           ACCEPT WS-CODIGO-PEDIDO FROM CODIGO-INPUT
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-LE-DADOS.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-CAMP-ACHADA
           PERFORM VARYING WS-IDX-CAMP FROM 1 BY 1
                   UNTIL WS-IDX-CAMP > WS-QTD-CAMP
               IF WS-CMP-CODIGO(WS-IDX-CAMP) = WS-CODIGO-PEDIDO
                   MOVE WS-IDX-CAMP TO WS-CAMP-ACHADA
               END-IF
           END-PERFORM

           IF WS-CAMP-ACHADA > ZEROS
               DISPLAY 'CAMPANHA EXISTENTE - '
                       WS-CMP-DESCRICAO(WS-CAMP-ACHADA) ' '
                       WS-CMP-INICIO(WS-CAMP-ACHADA) ' A '
                       WS-CMP-FIM(WS-CAMP-ACHADA)
               DISPLAY 'OS DADOS INFORMADOS SUBSTITUEM OS ATUAIS'
           END-IF

           DISPLAY 'DESCRICAO: '
           ACCEPT WS-DESCRICAO-PEDIDA FROM DADOS-INPUT
           DISPLAY 'TIPO DE DESCONTO (P)ERCENTUAL OU (V)ALOR: '
           ACCEPT WS-TIPO-PEDIDO FROM DADOS-INPUT
           DISPLAY 'DESCONTO: '
           ACCEPT WS-DESCONTO-PEDIDO FROM DADOS-INPUT
           DISPLAY 'INICIO DA VIGENCIA (AAAAMMDD): '
           ACCEPT WS-INICIO-PEDIDO FROM DADOS-INPUT
           DISPLAY 'FIM DA VIGENCIA (AAAAMMDD): '
           ACCEPT WS-FIM-PEDIDO FROM DADOS-INPUT
           DISPLAY 'PLANOS (ATE 10 CODIGOS DE 2 DIGITOS, BRANCOS = '
                   'TODOS): '
           ACCEPT WS-PLANOS-PEDIDOS FROM DADOS-INPUT
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-VALIDA-CAMPANHA.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-MOTIVO

           MOVE WS-INICIO-PEDIDO TO WS-DATA-QUEBRA-NUM
           IF WS-DQ-MES < 1 OR WS-DQ-MES > 12
              OR WS-DQ-DIA < 1 OR WS-DQ-DIA > 31
               MOVE 'DATA DE INICIO INVALIDA' TO WS-MOTIVO
           END-IF
           MOVE WS-FIM-PEDIDO TO WS-DATA-QUEBRA-NUM
           IF WS-DQ-MES < 1 OR WS-DQ-MES > 12
              OR WS-DQ-DIA < 1 OR WS-DQ-DIA > 31
               MOVE 'DATA DE FIM INVALIDA' TO WS-MOTIVO
           END-IF

           EVALUATE TRUE
               WHEN WS-MOTIVO NOT = SPACES
                   CONTINUE
               WHEN WS-TIPO-PEDIDO NOT = 'P' AND NOT = 'V'
                   MOVE 'TIPO DE DESCONTO INVALIDO' TO WS-MOTIVO
               WHEN WS-DESCONTO-PEDIDO = ZEROS
                   MOVE 'DESCONTO ZERADO' TO WS-MOTIVO
               WHEN WS-TIPO-PEDIDO = 'P' AND WS-DESCONTO-PEDIDO > 100
                   MOVE 'PERCENTUAL ACIMA DE 100' TO WS-MOTIVO
               WHEN WS-FIM-PEDIDO < WS-INICIO-PEDIDO
                   MOVE 'FIM ANTERIOR AO INICIO' TO WS-MOTIVO
               WHEN WS-PLANOS-PEDIDOS NOT = SPACES
                AND WS-PLANOS-PEDIDOS IS NOT NUMERIC
                   MOVE 'LISTA DE PLANOS DEVE SER SO DIGITOS'
                       TO WS-MOTIVO
               WHEN WS-CAMP-ACHADA = ZEROS AND WS-QTD-CAMP >= 99
                   MOVE 'LIMITE DE 99 CAMPANHAS ATINGIDO' TO WS-MOTIVO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-GUARDA-CAMPANHA.
      *----------------------------------------------------------------*
      *    Lista de planos incompleta e completada com zeros, que nao
      *    casam com nenhum plano; lista em branco vale para todos.
           IF WS-CAMP-ACHADA = ZEROS
               ADD 1 TO WS-QTD-CAMP
               MOVE WS-QTD-CAMP TO WS-CAMP-ACHADA
           END-IF

           INSPECT WS-PLANOS-PEDIDOS REPLACING ALL SPACE BY ZERO

           MOVE WS-CODIGO-PEDIDO    TO WS-CMP-CODIGO(WS-CAMP-ACHADA)
           MOVE WS-DESCRICAO-PEDIDA TO WS-CMP-DESCRICAO(WS-CAMP-ACHADA)
           MOVE WS-TIPO-PEDIDO      TO WS-CMP-TIPO(WS-CAMP-ACHADA)
           MOVE WS-DESCONTO-PEDIDO  TO WS-CMP-DESCONTO(WS-CAMP-ACHADA)
           MOVE WS-INICIO-PEDIDO    TO WS-CMP-INICIO(WS-CAMP-ACHADA)
           MOVE WS-FIM-PEDIDO       TO WS-CMP-FIM(WS-CAMP-ACHADA)
           MOVE WS-PLANOS-PEDIDOS   TO WS-CMP-PLANOS(WS-CAMP-ACHADA)

           ADD 1 TO WS-CONT-ACEITA
           DISPLAY 'CAMPANHA GRAVADA - ' WS-CODIGO-PEDIDO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-REGRAVA-CAMPANHAS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQCAMP

           PERFORM VARYING WS-IDX-CAMP FROM 1 BY 1
                   UNTIL WS-IDX-CAMP > WS-QTD-CAMP
               MOVE WS-CMP-CODIGO(WS-IDX-CAMP)    TO CMP-CODIGO
               MOVE WS-CMP-DESCRICAO(WS-IDX-CAMP) TO CMP-DESCRICAO
               MOVE WS-CMP-TIPO(WS-IDX-CAMP)      TO CMP-TIPO
               MOVE WS-CMP-DESCONTO(WS-IDX-CAMP)  TO CMP-DESCONTO
               MOVE WS-CMP-INICIO(WS-IDX-CAMP)    TO CMP-INICIO
               MOVE WS-CMP-FIM(WS-IDX-CAMP)       TO CMP-FIM
               MOVE WS-CMP-PLANOS(WS-IDX-CAMP)    TO CMP-PLANOS
               WRITE REG-CAMPANHA
           END-PERFORM

           CLOSE ARQCAMP
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-RELATORIO.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-USO FROM 1 BY 1
                   UNTIL WS-IDX-USO > WS-QTD-USO
               PERFORM 5100-ACUMULA-USO
           END-PERFORM

           OPEN OUTPUT ARQREL

           DISPLAY WS-LINHA1
           WRITE REG-RELATORIO FROM WS-LINHA1
           DISPLAY WS-LINHA-DATAS
           WRITE REG-RELATORIO FROM WS-LINHA-DATAS
           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-LINHA2
           WRITE REG-RELATORIO FROM WS-LINHA2

           PERFORM VARYING WS-IDX-CAMP FROM 1 BY 1
                   UNTIL WS-IDX-CAMP > WS-QTD-CAMP
               PERFORM 5200-IMPRIME-CAMPANHA
           END-PERFORM

           MOVE WS-TOT-PAGTOS   TO WS-TOTPAGTOS
           MOVE WS-TOT-NOVOS    TO WS-TOTNOVOS
           MOVE WS-TOT-RECEITA  TO WS-TOTRECEITA
           MOVE WS-TOT-DESCONTO TO WS-TOTDESCONTO

           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE1
           DISPLAY WS-RODAPE2
           WRITE REG-RELATORIO FROM WS-RODAPE2
           DISPLAY WS-RODAPE3
           WRITE REG-RELATORIO FROM WS-RODAPE3
           DISPLAY WS-RODAPE4
           WRITE REG-RELATORIO FROM WS-RODAPE4

           CLOSE ARQREL

           MOVE WS-TOT-PAGTOS TO WS-CONT-ACEITA
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-ACUMULA-USO.
      *----------------------------------------------------------------*
      *    O aluno conta uma vez por campanha, no primeiro uso.
           MOVE ZEROS TO WS-CAMP-ACHADA
           PERFORM VARYING WS-IDX-CAMP FROM 1 BY 1
                   UNTIL WS-IDX-CAMP > WS-QTD-CAMP
               IF WS-CMP-CODIGO(WS-IDX-CAMP) =
                  WS-USO-CAMPANHA(WS-IDX-USO)
                   MOVE WS-IDX-CAMP TO WS-CAMP-ACHADA
               END-IF
           END-PERFORM

           IF WS-CAMP-ACHADA = ZEROS
               DISPLAY 'USO DE CAMPANHA FORA DO CADASTRO: '
                       WS-USO-CAMPANHA(WS-IDX-USO)
           ELSE
               ADD 1 TO WS-CMP-PAGTOS(WS-CAMP-ACHADA)
               ADD WS-USO-VALOR-PAGO(WS-IDX-USO)
                   TO WS-CMP-RECEITA(WS-CAMP-ACHADA)
               ADD WS-USO-DESCONTO(WS-IDX-USO)
                   TO WS-CMP-DESCONTO-DADO(WS-CAMP-ACHADA)

               MOVE 'N' TO WS-JA-CONTADO
               PERFORM VARYING WS-IDX-USO2 FROM 1 BY 1
                       UNTIL WS-IDX-USO2 >= WS-IDX-USO
                   IF WS-USO-CAMPANHA(WS-IDX-USO2) =
                      WS-USO-CAMPANHA(WS-IDX-USO)
                      AND WS-USO-CPF(WS-IDX-USO2) =
                          WS-USO-CPF(WS-IDX-USO)
                       MOVE 'S' TO WS-JA-CONTADO
                   END-IF
               END-PERFORM

               IF WS-JA-CONTADO = 'N'
                   ADD 1 TO WS-CMP-ALUNOS(WS-CAMP-ACHADA)
                   IF WS-USO-NOVO(WS-IDX-USO) = 'S'
                       ADD 1 TO WS-CMP-NOVOS(WS-CAMP-ACHADA)
                   END-IF
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-IMPRIME-CAMPANHA.
      *----------------------------------------------------------------*
           MOVE WS-CMP-CODIGO(WS-IDX-CAMP)        TO WS-DET-CODIGO
           MOVE WS-CMP-DESCRICAO(WS-IDX-CAMP)     TO WS-DET-DESCRICAO
           MOVE WS-CMP-INICIO(WS-IDX-CAMP)        TO WS-DET-INICIO
           MOVE WS-CMP-FIM(WS-IDX-CAMP)           TO WS-DET-FIM
           MOVE WS-CMP-PAGTOS(WS-IDX-CAMP)        TO WS-DET-PAGTOS
           MOVE WS-CMP-ALUNOS(WS-IDX-CAMP)        TO WS-DET-ALUNOS
           MOVE WS-CMP-NOVOS(WS-IDX-CAMP)         TO WS-DET-NOVOS
           MOVE WS-CMP-RECEITA(WS-IDX-CAMP)       TO WS-DET-RECEITA
           MOVE WS-CMP-DESCONTO-DADO(WS-IDX-CAMP) TO WS-DET-DESCONTO

           DISPLAY WS-LINHA-DETALHE
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE

           ADD WS-CMP-PAGTOS(WS-IDX-CAMP)        TO WS-TOT-PAGTOS
           ADD WS-CMP-ALUNOS(WS-IDX-CAMP)        TO WS-TOT-ALUNOS
           ADD WS-CMP-NOVOS(WS-IDX-CAMP)         TO WS-TOT-NOVOS
           ADD WS-CMP-RECEITA(WS-IDX-CAMP)       TO WS-TOT-RECEITA
           ADD WS-CMP-DESCONTO-DADO(WS-IDX-CAMP) TO WS-TOT-DESCONTO
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-MALA-DIRETA.
      *----------------------------------------------------------------*
           PERFORM 2100-LE-CODIGO
           PERFORM 9750-CARREGA-CONSENTIMENTOS

           MOVE ZEROS TO WS-CAMP-ACHADA
           PERFORM VARYING WS-IDX-CAMP FROM 1 BY 1
                   UNTIL WS-IDX-CAMP > WS-QTD-CAMP
               IF WS-CMP-CODIGO(WS-IDX-CAMP) = WS-CODIGO-PEDIDO
                   MOVE WS-IDX-CAMP TO WS-CAMP-ACHADA
               END-IF
           END-PERFORM

      *    So campanha em vigor na data de negocio vai para a mala.
           EVALUATE TRUE
               WHEN WS-CAMP-ACHADA = ZEROS
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'MALA RECUSADA - CAMPANHA NAO CADASTRADA: '
                           WS-CODIGO-PEDIDO
               WHEN WS-CMP-INICIO(WS-CAMP-ACHADA) > WS-DATA-NEGOCIO
                 OR WS-CMP-FIM(WS-CAMP-ACHADA) < WS-DATA-NEGOCIO
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'MALA RECUSADA - CAMPANHA FORA DA VIGENCIA: '
                           WS-CODIGO-PEDIDO
      *        Com a tabela de consentimentos cheia alguma retirada
      *        pode ter ficado de fora: a mala nao e gerada.
               WHEN CONSENTIMENTOS-ESTOURADOS
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'CONSENT.TXT ACIMA DE 3000' TO WS-RUN-MOTIVO
                   MOVE 'CMP001' TO WS-RUN-CODIGO
                   DISPLAY 'CAMPMALA.TXT NAO GERADO - LIMITE DE 3000 '
                           'CONSENTIMENTOS EXCEDIDO'
               WHEN OTHER
                   PERFORM 6100-GERA-MALA
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       6100-GERA-MALA.
      *----------------------------------------------------------------*
           MOVE WS-CMP-CODIGO(WS-CAMP-ACHADA)    TO WS-MAL-CODIGO
           MOVE WS-CMP-DESCRICAO(WS-CAMP-ACHADA) TO WS-MAL-DESCRICAO
           MOVE WS-CMP-DESCONTO(WS-CAMP-ACHADA)  TO WS-MAL-DESCONTO
           MOVE WS-CMP-INICIO(WS-CAMP-ACHADA)    TO WS-MAL-INICIO
           MOVE WS-CMP-FIM(WS-CAMP-ACHADA)       TO WS-MAL-FIM
           IF WS-CMP-TIPO(WS-CAMP-ACHADA) = 'P'
               MOVE '% NO PLANO'      TO WS-MAL-TIPO
           ELSE
               MOVE 'R$ NO PLANO'     TO WS-MAL-TIPO
           END-IF

           OPEN INPUT ARQCONT
           IF CONT-OK
               OPEN OUTPUT ARQMALA
               PERFORM UNTIL WS-CONT-EOF = 'S'
                   READ ARQCONT
                       AT END
                           MOVE 'S' TO WS-CONT-EOF
                       NOT AT END
                           PERFORM 6200-TRATA-CONTATO
                   END-READ
               END-PERFORM

               MOVE WS-CONT-MALA        TO WS-TRL-REGISTROS
               MOVE WS-CONT-SEM-CONSENT TO WS-TRL-SEM-CONSENT
               WRITE REG-MALA FROM WS-LINHA-TRAILER

               CLOSE ARQMALA
               CLOSE ARQCONT

               DISPLAY 'E-MAILS GERADOS     : ' WS-CONT-MALA
               DISPLAY 'CONTATOS SEM E-MAIL : ' WS-CONT-SEM-EMAIL
               DISPLAY 'SEM CONSENTIMENTO   : ' WS-CONT-SEM-CONSENT
           ELSE
               DISPLAY 'ACADCONT.TXT AUSENTE - MALA NAO GERADA'
           END-IF

           MOVE WS-CONT-MALA TO WS-CONT-ACEITA
           .
           EXIT.
      *----------------------------------------------------------------*
       6200-TRATA-CONTATO.
      *----------------------------------------------------------------*
           MOVE CONT-CPF TO WS-CNS-CHAVE-CPF
           MOVE 'E'      TO WS-CNS-CHAVE-CANAL
           PERFORM 9760-VERIFICA-CONSENTIMENTO

           EVALUATE TRUE
               WHEN CONT-EMAIL = SPACES
                   ADD 1 TO WS-CONT-SEM-EMAIL
               WHEN CONSENTIMENTO-NEGADO
                   ADD 1 TO WS-CONT-SEM-CONSENT
                   DISPLAY 'SEM CONSENTIMENTO PARA E-MAIL - CPF: '
                           CONT-CPF
               WHEN OTHER
                   MOVE CONT-EMAIL TO WS-MAL-EMAIL
                   MOVE CONT-CPF   TO WS-MAL-CPF
                   WRITE REG-MALA FROM WS-PONTILHADO
                   WRITE REG-MALA FROM WS-MALA-DESTINATARIO
                   WRITE REG-MALA FROM WS-MALA-CAMPANHA
                   WRITE REG-MALA FROM WS-MALA-DESCONTO
                   WRITE REG-MALA FROM WS-MALA-TEXTO
                   WRITE REG-MALA FROM WS-PONTILHADO
                   ADD 1 TO WS-CONT-MALA
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY CONSENTIM-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM CAMPANHA.
