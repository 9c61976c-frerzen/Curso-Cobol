      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Medical clearance (atestado medico) register for the
      *          gym. Mode M is the front-desk session: one clearance
      *          per member (FD-CPF of ACADEMIA.TXT) with issue date,
      *          doctor, CRM and any restriction noted, kept on
      *          ATESTADO.TXT with its expiry one year after issue -
      *          keying the same CPF again replaces the clearance with
      *          the new paper. Mode L prints the weekly worklist
      *          ATESTLIST.TXT: every active member (validity not yet
      *          expired) whose clearance is missing or expires within
      *          30 days, with phone and e-mail from ACADCONT.TXT.
      *          Restrictions also print on the TREINADOR workload
      *          report under the member.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. ATESTADO.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
               CONSOLE IS MODO-INPUT.
               CONSOLE IS CPF-INPUT.
               CONSOLE IS DATA-INPUT.
               CONSOLE IS TEXTO-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQACAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CPF
               FILE STATUS IS WS-STATUS-ACAD.

       SELECT ARQATE ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-ATE.

       SELECT ARQCONT ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CONT.

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

       FD ARQATE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ATESTADO.TXT".
       01  REG-ATESTADO.
           03 ATE-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ATE-EMISSAO                 PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ATE-VENCIMENTO              PIC 9(08).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ATE-MEDICO                  PIC X(30).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ATE-CRM                     PIC X(10).
           03 FILLER                      PIC X(01) VALUE SPACE.
           03 ATE-RESTRICAO               PIC X(40).

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

       FD ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ATESTLIST.TXT".
       01  REG-RELATORIO                  PIC X(80).

       FD ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA                  PIC 9(08).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ATESRUN.TXT".
       01  REG-RUN                        PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-ATE-EOF               PIC X(01) VALUE ' '.
       77  WS-CONT-EOF              PIC X(01) VALUE ' '.
       77  WS-STATUS-ACAD           PIC X(02) VALUE ZEROS.
           88 WS-ACAD-OK                VALUE '00'.
       77  WS-STATUS-ATE            PIC X(02) VALUE SPACES.
           88 ATE-OK                    VALUE '00'.
       77  WS-STATUS-CONT           PIC X(02) VALUE SPACES.
           88 CONT-OK                   VALUE '00'.
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'L'.
       77  WS-CPF-PEDIDO            PIC 9(11) VALUE ZEROS.
       77  WS-DATA-PEDIDO           PIC 9(08) VALUE ZEROS.
       77  WS-MEDICO-PEDIDO         PIC X(30) VALUE SPACES.
       77  WS-CRM-PEDIDO            PIC X(10) VALUE SPACES.
       77  WS-RESTRICAO-PEDIDO      PIC X(40) VALUE SPACES.
       77  WS-DIAS-AVISO            PIC 9(03) VALUE 30.
       77  WS-DIAS-RESTANTES        PIC S9(07) VALUE ZEROS.
       77  WS-QTD-ATE               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-CONT              PIC 9(04) VALUE ZEROS.
       77  WS-IDX                   PIC 9(04) VALUE ZEROS.
       77  WS-IDX-ATE               PIC 9(04) VALUE ZEROS.
       77  WS-IDX-CONT              PIC 9(04) VALUE ZEROS.
       77  WS-CONT-INCLUIDO         PIC 9(04) VALUE ZEROS.
       77  WS-CONT-SUBSTITUIDO      PIC 9(04) VALUE ZEROS.
       77  WS-CONT-RECUSADO         PIC 9(04) VALUE ZEROS.
       77  WS-CONT-ATIVOS           PIC 9(05) VALUE ZEROS.
       77  WS-CONT-SEM-ATESTADO     PIC 9(05) VALUE ZEROS.
       77  WS-CONT-A-VENCER         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-VENCIDO          PIC 9(05) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY VALIDACPF.

       01  WS-TAB-ATESTADO.
           03 WS-ATE-ITEM OCCURS 999 TIMES.
              05 WS-ATE-CPF             PIC 9(11).
              05 WS-ATE-EMISSAO         PIC 9(08).
              05 WS-ATE-VENCIMENTO      PIC 9(08).
              05 WS-ATE-MEDICO          PIC X(30).
              05 WS-ATE-CRM             PIC X(10).
              05 WS-ATE-RESTRICAO       PIC X(40).

       01  WS-TAB-CONTATO.
           03 WS-CONT-ITEM OCCURS 999 TIMES.
              05 WS-CONT-CPF            PIC 9(11).
              05 WS-CONT-TELEFONE       PIC X(12).
              05 WS-CONT-EMAIL          PIC X(40).

       01  WS-VENCIMENTO.
           03 WS-VENC-ANO           PIC 9(04).
           03 WS-VENC-MES           PIC 9(02).
           03 WS-VENC-DIA           PIC 9(02).
       01  WS-VENCIMENTO-NUM REDEFINES WS-VENCIMENTO
                                    PIC 9(08).

       01  WS-LINHA1.
           03 FILLER PIC X(14) VALUE SPACES.
           03 FILLER PIC X(52)
               VALUE 'ATESTADO MEDICO - AUSENTE OU VENCENDO EM 30 DIAS'.
           03 FILLER PIC X(14) VALUE SPACES.

       01  WS-LINHA2.
           03 FILLER PIC X(12) VALUE 'CPF'.
           03 FILLER PIC X(31) VALUE 'NOME'.
           03 FILLER PIC X(09) VALUE 'VENCTO'.
           03 FILLER PIC X(28) VALUE 'SITUACAO'.

       01  WS-DETALHE-EXIBICAO.
           03 WS-EXB-CPF            PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-NOME           PIC X(30).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-VENCIMENTO     PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-EXB-SITUACAO       PIC X(28).

       01  WS-LINHA-CONTATO.
           03 FILLER                PIC X(12) VALUE SPACES.
           03 FILLER                PIC X(05) VALUE 'TEL: '.
           03 WS-EXB-TELEFONE       PIC X(12).
           03 FILLER                PIC X(09) VALUE ' E-MAIL: '.
           03 WS-EXB-EMAIL          PIC X(40).

       01  WS-RODAPE1.
           03 FILLER            PIC X(30)
               VALUE 'ALUNOS ATIVOS VERIFICADOS:'.
           03 WS-TOTATIVOS      PIC ZZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(30)
               VALUE 'SEM ATESTADO:'.
           03 WS-TOTSEM         PIC ZZZZ9.

       01  WS-RODAPE3.
           03 FILLER            PIC X(30)
               VALUE 'ATESTADO VENCIDO:'.
           03 WS-TOTVENCIDO     PIC ZZZZ9.

       01  WS-RODAPE4.
           03 FILLER            PIC X(30)
               VALUE 'VENCENDO EM ATE 30 DIAS:'.
           03 WS-TOTAVENCER     PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0100-CARREGA-ATESTADOS

               DISPLAY 'MODO (M)ANUTENCAO OU (L)ISTA DE PENDENCIAS: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               IF WS-MODO-EXECUCAO = 'M'
                   PERFORM 2000-SESSAO-MANUTENCAO
               ELSE
                   PERFORM 0200-CARREGA-CONTATOS
                   PERFORM 5000-LISTA-PENDENCIAS
               END-IF

               MOVE 'ATESTADO'        TO WS-RUN-PROGRAMA
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-CARREGA-ATESTADOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQATE
           IF ATE-OK
               PERFORM UNTIL WS-ATE-EOF = 'S'
                   READ ARQATE
                       AT END
                           MOVE 'S' TO WS-ATE-EOF
                       NOT AT END
                           PERFORM 0110-GUARDA-ATESTADO
                   END-READ
               END-PERFORM
               CLOSE ARQATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0110-GUARDA-ATESTADO.
      *----------------------------------------------------------------*
           IF WS-QTD-ATE < 999
               ADD 1 TO WS-QTD-ATE
               MOVE ATE-CPF        TO WS-ATE-CPF(WS-QTD-ATE)
               MOVE ATE-EMISSAO    TO WS-ATE-EMISSAO(WS-QTD-ATE)
               MOVE ATE-VENCIMENTO TO WS-ATE-VENCIMENTO(WS-QTD-ATE)
               MOVE ATE-MEDICO     TO WS-ATE-MEDICO(WS-QTD-ATE)
               MOVE ATE-CRM        TO WS-ATE-CRM(WS-QTD-ATE)
               MOVE ATE-RESTRICAO  TO WS-ATE-RESTRICAO(WS-QTD-ATE)
           ELSE
               DISPLAY 'ATESTADO IGNORADO - LIMITE DE 999 '
                       'ATESTADOS EXCEDIDO: ' ATE-CPF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-CARREGA-CONTATOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQCONT
           IF CONT-OK
               PERFORM UNTIL WS-CONT-EOF = 'S'
                   READ ARQCONT
                       AT END
                           MOVE 'S' TO WS-CONT-EOF
                       NOT AT END
                           IF WS-QTD-CONT < 999
                               ADD 1 TO WS-QTD-CONT
                               MOVE CONT-CPF
                                   TO WS-CONT-CPF(WS-QTD-CONT)
                               MOVE CONT-TELEFONE
                                   TO WS-CONT-TELEFONE(WS-QTD-CONT)
                               MOVE CONT-EMAIL
                                   TO WS-CONT-EMAIL(WS-QTD-CONT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCONT
           ELSE
               DISPLAY 'ACADCONT.TXT AUSENTE - LISTA SAI SEM DADOS '
                       'DE CONTATO'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SESSAO-MANUTENCAO.
      *----------------------------------------------------------------*
           OPEN INPUT ARQACAD
           IF WS-ACAD-OK
               PERFORM 2100-LE-CPF

               PERFORM UNTIL WS-CPF-PEDIDO = ZEROS
                   PERFORM 2200-TRATA-ATESTADO
                   PERFORM 2100-LE-CPF
               END-PERFORM

               IF WS-CONT-INCLUIDO + WS-CONT-SUBSTITUIDO > ZEROS
                   PERFORM 3000-REGRAVA-ATESTADOS
               END-IF

               DISPLAY 'ATESTADOS INCLUIDOS   : ' WS-CONT-INCLUIDO
               DISPLAY 'ATESTADOS SUBSTITUIDOS: ' WS-CONT-SUBSTITUIDO
               DISPLAY 'ATESTADOS RECUSADOS   : ' WS-CONT-RECUSADO
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ACADEMIA.TXT' TO WS-RUN-MOTIVO
               MOVE 'ATE001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQACAD - STATUS: '
                       WS-STATUS-ACAD
           END-IF
           CLOSE ARQACAD

           COMPUTE WS-RUN-PROCESSADOS =
               WS-CONT-INCLUIDO + WS-CONT-SUBSTITUIDO
           MOVE WS-CONT-RECUSADO TO WS-RUN-REJEITADOS
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LE-CPF.
      *----------------------------------------------------------------*
           DISPLAY 'CPF DO ALUNO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-CPF-PEDIDO FROM CPF-INPUT
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-TRATA-ATESTADO.
      *----------------------------------------------------------------*
           MOVE WS-CPF-PEDIDO TO WS-CPF-ENTRADA-VAL
           PERFORM 9700-VALIDA-CPF

           IF CPF-INVALIDO
               ADD 1 TO WS-CONT-RECUSADO
               DISPLAY 'ATESTADO RECUSADO - CPF COM DIGITO '
                       'VERIFICADOR INVALIDO: ' WS-CPF-PEDIDO
           ELSE
               MOVE WS-CPF-PEDIDO TO FD-CPF
               READ ARQACAD
                   KEY IS FD-CPF
                   INVALID KEY
                       ADD 1 TO WS-CONT-RECUSADO
                       DISPLAY 'ATESTADO RECUSADO - CPF NAO '
                               'CADASTRADO NA ACADEMIA: '
                               WS-CPF-PEDIDO
                   NOT INVALID KEY
                       PERFORM 2300-ACEITA-DADOS
               END-READ
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-ACEITA-DADOS.
      *----------------------------------------------------------------*
           DISPLAY 'ALUNO: ' FD-NOME
           DISPLAY 'DATA DE EMISSAO (AAAAMMDD, ZEROS = HOJE): '
           ACCEPT WS-DATA-PEDIDO FROM DATA-INPUT
           IF WS-DATA-PEDIDO = ZEROS
               MOVE WS-DATA-NEGOCIO TO WS-DATA-PEDIDO
           END-IF

           MOVE SPACES TO WS-MEDICO-PEDIDO
           MOVE SPACES TO WS-CRM-PEDIDO
           MOVE SPACES TO WS-RESTRICAO-PEDIDO
           DISPLAY 'MEDICO: '
           ACCEPT WS-MEDICO-PEDIDO FROM TEXTO-INPUT
           DISPLAY 'CRM: '
           ACCEPT WS-CRM-PEDIDO FROM TEXTO-INPUT
           DISPLAY 'RESTRICOES (BRANCO = SEM RESTRICAO): '
           ACCEPT WS-RESTRICAO-PEDIDO FROM TEXTO-INPUT

      *    Validade de um ano: mesmo dia e mes do ano seguinte; 29/02
      *    vira 28/02.
           MOVE WS-DATA-PEDIDO TO WS-VENCIMENTO-NUM
           ADD 1 TO WS-VENC-ANO
           IF WS-VENC-MES = 2 AND WS-VENC-DIA > 28
               MOVE 28 TO WS-VENC-DIA
           END-IF

           EVALUATE TRUE
               WHEN WS-DATA-PEDIDO > WS-DATA-NEGOCIO
                   ADD 1 TO WS-CONT-RECUSADO
                   DISPLAY 'ATESTADO RECUSADO - DATA FUTURA: '
                           WS-DATA-PEDIDO
               WHEN WS-VENCIMENTO-NUM <= WS-DATA-NEGOCIO
                   ADD 1 TO WS-CONT-RECUSADO
                   DISPLAY 'ATESTADO RECUSADO - EMITIDO HA MAIS DE '
                           'UM ANO: ' WS-DATA-PEDIDO
               WHEN WS-MEDICO-PEDIDO = SPACES
                   ADD 1 TO WS-CONT-RECUSADO
                   DISPLAY 'ATESTADO RECUSADO - MEDICO E OBRIGATORIO'
               WHEN OTHER
                   PERFORM 2400-ATUALIZA-TABELA
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-ATUALIZA-TABELA.
      *----------------------------------------------------------------*
      *    Um atestado por CPF: o papel novo substitui o anterior.
           MOVE ZEROS TO WS-IDX-ATE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ATE
               IF WS-ATE-CPF(WS-IDX) = WS-CPF-PEDIDO
                   MOVE WS-IDX TO WS-IDX-ATE
               END-IF
           END-PERFORM

           IF WS-IDX-ATE = ZEROS
               IF WS-QTD-ATE < 999
                   ADD 1 TO WS-QTD-ATE
                   MOVE WS-QTD-ATE TO WS-IDX-ATE
                   ADD 1 TO WS-CONT-INCLUIDO
               ELSE
                   ADD 1 TO WS-CONT-RECUSADO
                   DISPLAY 'ATESTADO RECUSADO - LIMITE DE 999 '
                           'ATESTADOS EXCEDIDO'
               END-IF
           ELSE
               ADD 1 TO WS-CONT-SUBSTITUIDO
           END-IF

           IF WS-IDX-ATE > ZEROS
               MOVE WS-CPF-PEDIDO       TO WS-ATE-CPF(WS-IDX-ATE)
               MOVE WS-DATA-PEDIDO      TO WS-ATE-EMISSAO(WS-IDX-ATE)
               MOVE WS-VENCIMENTO-NUM
                   TO WS-ATE-VENCIMENTO(WS-IDX-ATE)
               MOVE WS-MEDICO-PEDIDO    TO WS-ATE-MEDICO(WS-IDX-ATE)
               MOVE WS-CRM-PEDIDO       TO WS-ATE-CRM(WS-IDX-ATE)
               MOVE WS-RESTRICAO-PEDIDO
                   TO WS-ATE-RESTRICAO(WS-IDX-ATE)
               DISPLAY 'ATESTADO REGISTRADO - CPF: ' WS-CPF-PEDIDO
                       ' VALIDO ATE: ' WS-VENCIMENTO-NUM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-REGRAVA-ATESTADOS.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQATE

           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ATE
               MOVE WS-ATE-CPF(WS-IDX)        TO ATE-CPF
               MOVE WS-ATE-EMISSAO(WS-IDX)    TO ATE-EMISSAO
               MOVE WS-ATE-VENCIMENTO(WS-IDX) TO ATE-VENCIMENTO
               MOVE WS-ATE-MEDICO(WS-IDX)     TO ATE-MEDICO
               MOVE WS-ATE-CRM(WS-IDX)        TO ATE-CRM
               MOVE WS-ATE-RESTRICAO(WS-IDX)  TO ATE-RESTRICAO
               WRITE REG-ATESTADO
           END-PERFORM

           CLOSE ARQATE
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-LISTA-PENDENCIAS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQACAD
           IF WS-ACAD-OK
               OPEN OUTPUT ARQREL

               DISPLAY WS-LINHA1
               WRITE REG-RELATORIO FROM WS-LINHA1
               DISPLAY WS-LINHA-DATAS
               WRITE REG-RELATORIO FROM WS-LINHA-DATAS
               DISPLAY WS-PONTILHADO
               WRITE REG-RELATORIO FROM WS-PONTILHADO
               DISPLAY WS-LINHA2
               WRITE REG-RELATORIO FROM WS-LINHA2

               PERFORM 5100-LER-ACADEMIA
               PERFORM UNTIL WS-EOF = 'S'
                   IF FD-DATA-VALIDADE >= WS-DATA-NEGOCIO
                       PERFORM 5200-VERIFICA-ALUNO
                   END-IF
                   PERFORM 5100-LER-ACADEMIA
               END-PERFORM

               MOVE WS-CONT-ATIVOS       TO WS-TOTATIVOS
               MOVE WS-CONT-SEM-ATESTADO TO WS-TOTSEM
               MOVE WS-CONT-VENCIDO      TO WS-TOTVENCIDO
               MOVE WS-CONT-A-VENCER     TO WS-TOTAVENCER
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

               MOVE WS-CONT-ATIVOS TO WS-RUN-PROCESSADOS
           ELSE
               SET FIM-ANORMAL TO TRUE
               MOVE 'FALHA AO ABRIR ACADEMIA.TXT' TO WS-RUN-MOTIVO
               MOVE 'ATE001' TO WS-RUN-CODIGO
               DISPLAY 'ERRO AO ABRIR ARQACAD - STATUS: '
                       WS-STATUS-ACAD
           END-IF
           CLOSE ARQACAD
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-LER-ACADEMIA.
      *----------------------------------------------------------------*
           READ ARQACAD NEXT RECORD
               AT END
                   MOVE 'S' TO WS-EOF
               NOT AT END
                   CONTINUE
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-VERIFICA-ALUNO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-ATIVOS

           MOVE ZEROS TO WS-IDX-ATE
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-ATE
               IF WS-ATE-CPF(WS-IDX) = FD-CPF
                   MOVE WS-IDX TO WS-IDX-ATE
               END-IF
           END-PERFORM

           MOVE FD-CPF  TO WS-EXB-CPF
           MOVE FD-NOME TO WS-EXB-NOME

           IF WS-IDX-ATE = ZEROS
               ADD 1 TO WS-CONT-SEM-ATESTADO
               MOVE ZEROS                  TO WS-EXB-VENCIMENTO
               MOVE 'SEM ATESTADO NO REGISTRO' TO WS-EXB-SITUACAO
               PERFORM 5300-GRAVA-PENDENCIA
           ELSE
               COMPUTE WS-DIAS-RESTANTES =
                   FUNCTION INTEGER-OF-DATE
                       (WS-ATE-VENCIMENTO(WS-IDX-ATE)) -
                   FUNCTION INTEGER-OF-DATE(WS-DATA-NEGOCIO)
               MOVE WS-ATE-VENCIMENTO(WS-IDX-ATE)
                   TO WS-EXB-VENCIMENTO
               EVALUATE TRUE
                   WHEN WS-DIAS-RESTANTES < ZEROS
                       ADD 1 TO WS-CONT-VENCIDO
                       MOVE 'ATESTADO VENCIDO' TO WS-EXB-SITUACAO
                       PERFORM 5300-GRAVA-PENDENCIA
                   WHEN WS-DIAS-RESTANTES <= WS-DIAS-AVISO
                       ADD 1 TO WS-CONT-A-VENCER
                       MOVE 'VENCE EM ATE 30 DIAS' TO WS-EXB-SITUACAO
                       PERFORM 5300-GRAVA-PENDENCIA
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5300-GRAVA-PENDENCIA.
      *----------------------------------------------------------------*
      *    Logo abaixo do aluno, o contato da ACADCONT para a recepcao
      *    ligar ou mandar e-mail pedindo o atestado novo.
           DISPLAY WS-DETALHE-EXIBICAO
           WRITE REG-RELATORIO FROM WS-DETALHE-EXIBICAO

           MOVE ZEROS TO WS-IDX-CONT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-CONT
               IF WS-CONT-CPF(WS-IDX) = FD-CPF
                   MOVE WS-IDX TO WS-IDX-CONT
               END-IF
           END-PERFORM

           IF WS-IDX-CONT > ZEROS
               MOVE WS-CONT-TELEFONE(WS-IDX-CONT) TO WS-EXB-TELEFONE
               MOVE WS-CONT-EMAIL(WS-IDX-CONT)    TO WS-EXB-EMAIL
           ELSE
               MOVE SPACES                  TO WS-EXB-TELEFONE
               MOVE '*** SEM DADOS DE CONTATO' TO WS-EXB-EMAIL
           END-IF

           DISPLAY WS-LINHA-CONTATO
           WRITE REG-RELATORIO FROM WS-LINHA-CONTATO
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM ATESTADO.
