      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Marketing consent register. Mode M is the front-desk
      *          session: for a CPF and a channel (C = carta,
      *          T = telefone, E = e-mail) it records on CONSENT.TXT
      *          the consent given (S) or withdrawn (N), the date it
      *          was given or withdrawn and where it came from
      *          (recepcao, formulario, telefone...). Entries are
      *          only ever added, so the register keeps the whole
      *          history; the latest entry per CPF and channel is the
      *          one in force. Every outbound run - CARTAVENC renewal
      *          letters, the RETENCAO call list, RESPONS guardian
      *          notices and CAMPANHA mailings - reads it through
      *          CONSENTIM.CPY, skips whoever withdrew consent for its
      *          channel and counts them on its trailer. Mode R
      *          prints CONSREL.TXT, the consent changes of one month
      *          with the given/withdrawn totals per channel and the
      *          withdrawals in force.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. CONSENT.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
               CONSOLE IS MODO-INPUT.
               CONSOLE IS DADO-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQCNS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CNS.

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

       FD ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSREL.TXT".
       01  REG-RELATORIO                  PIC X(80).

       FD ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA                  PIC 9(08).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CNSTRUN.TXT".
       01  REG-RUN                        PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-MODO-EXECUCAO         PIC X(01) VALUE 'R'.
       77  WS-CPF-PEDIDO            PIC 9(11) VALUE ZEROS.
       77  WS-CANAL-PEDIDO          PIC X(01) VALUE SPACE.
       77  WS-SITUACAO-PEDIDA       PIC X(01) VALUE SPACE.
       77  WS-DATA-PEDIDA           PIC 9(08) VALUE ZEROS.
       77  WS-ORIGEM-PEDIDA         PIC X(20) VALUE SPACES.
       77  WS-COMPETENCIA-PEDIDA    PIC 9(06) VALUE ZEROS.
       77  WS-MOTIVO                PIC X(40) VALUE SPACES.
       77  WS-IDX-CAN               PIC 9(01) VALUE ZEROS.
       77  WS-CONT-ACEITA           PIC 9(05) VALUE ZEROS.
       77  WS-CONT-RECUSADA         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-LISTADA          PIC 9(05) VALUE ZEROS.
       77  WS-PONTILHADO            PIC X(80) VALUE ALL '-'.

           COPY RUNSUMARIO.

           COPY DATAPROC.

           COPY VALIDACPF.

           COPY CALCIDADE.

           COPY CONSENTIM.

      *    Canais de contato: codigo e nome impresso.
       01  WS-LISTA-CANAIS.
           03 FILLER PIC X(09) VALUE 'CCARTA'.
           03 FILLER PIC X(09) VALUE 'TTELEFONE'.
           03 FILLER PIC X(09) VALUE 'EE-MAIL'.

       01  WS-TAB-CANAIS REDEFINES WS-LISTA-CANAIS.
           03 WS-CAN-ITEM OCCURS 3 TIMES.
              05 WS-CAN-CODIGO          PIC X(01).
              05 WS-CAN-NOME            PIC X(08).

       01  WS-TOT-CANAIS.
           03 WS-TOT-ITEM OCCURS 3 TIMES.
              05 WS-TOT-CONCEDIDOS      PIC 9(05).
              05 WS-TOT-RETIRADOS       PIC 9(05).
              05 WS-TOT-VIGENTES        PIC 9(05).

       01  WS-LINHA1.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'CONSENTIMENTOS DE CONTATO - MUDANCAS'.
           03 FILLER PIC X(20) VALUE SPACES.

       01  WS-LINHA-COMPETENCIA.
           03 FILLER                PIC X(13) VALUE 'COMPETENCIA: '.
           03 WS-EXB-COMP-MES       PIC 9(02).
           03 FILLER                PIC X(01) VALUE '/'.
           03 WS-EXB-COMP-ANO       PIC 9(04).

       01  WS-LINHA2.
           03 FILLER PIC X(12) VALUE 'CPF'.
           03 FILLER PIC X(09) VALUE 'CANAL'.
           03 FILLER PIC X(11) VALUE 'SITUACAO'.
           03 FILLER PIC X(09) VALUE 'DATA'.
           03 FILLER PIC X(20) VALUE 'ORIGEM'.

       01  WS-LINHA-DETALHE.
           03 WS-DET-CPF            PIC 9(11).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-CANAL          PIC X(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-SITUACAO       PIC X(10).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-DATA           PIC 9(08).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-ORIGEM         PIC X(20).

       01  WS-LINHA3.
           03 FILLER PIC X(09) VALUE 'CANAL'.
           03 FILLER PIC X(12) VALUE ' CONCEDIDOS'.
           03 FILLER PIC X(11) VALUE ' RETIRADOS'.
           03 FILLER PIC X(20) VALUE '  RECUSAS VIGENTES'.

       01  WS-LINHA-TOTAL.
           03 WS-TOT-CANAL          PIC X(08).
           03 FILLER                PIC X(04) VALUE SPACES.
           03 WS-TOT-EXB-CONCED     PIC ZZZZ9.
           03 FILLER                PIC X(06) VALUE SPACES.
           03 WS-TOT-EXB-RETIR      PIC ZZZZ9.
           03 FILLER                PIC X(13) VALUE SPACES.
           03 WS-TOT-EXB-VIGENTE    PIC ZZZZ9.

       01  WS-RODAPE1.
           03 FILLER            PIC X(30)
               VALUE 'MUDANCAS DE CONSENTIMENTO:'.
           03 WS-TOTLISTADA     PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 9750-CARREGA-CONSENTIMENTOS

               DISPLAY 'MODO (M)ANUTENCAO OU (R)ELATORIO MENSAL: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               IF WS-MODO-EXECUCAO = 'M'
                   PERFORM 2000-SESSAO-MANUTENCAO
               ELSE
                   PERFORM 5000-RELATORIO
                   MOVE WS-CONT-LISTADA TO WS-CONT-ACEITA
               END-IF

               MOVE 'CONSENT'         TO WS-RUN-PROGRAMA
               MOVE WS-CONT-ACEITA    TO WS-RUN-PROCESSADOS
               MOVE WS-CONT-RECUSADA  TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       2000-SESSAO-MANUTENCAO.
      *----------------------------------------------------------------*
           OPEN EXTEND ARQCNS
           IF WS-STATUS-CNS = '35'
               OPEN OUTPUT ARQCNS
           END-IF

           DISPLAY 'CPF DO TITULAR (ZEROS PARA ENCERRAR): '
           ACCEPT WS-CPF-PEDIDO FROM DADO-INPUT

           PERFORM UNTIL WS-CPF-PEDIDO = ZEROS
               PERFORM 2100-LE-DADOS
               PERFORM 2200-VALIDA-DADOS
               IF WS-MOTIVO = SPACES
                   PERFORM 2300-GRAVA-CONSENTIMENTO
               ELSE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'REGISTRO RECUSADO - ' WS-MOTIVO
               END-IF

               DISPLAY 'CPF DO TITULAR (ZEROS PARA ENCERRAR): '
               ACCEPT WS-CPF-PEDIDO FROM DADO-INPUT
           END-PERFORM

           CLOSE ARQCNS

           DISPLAY 'CONSENTIMENTOS GRAVADOS : ' WS-CONT-ACEITA
           DISPLAY 'REGISTROS RECUSADOS     : ' WS-CONT-RECUSADA
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LE-DADOS.
      *----------------------------------------------------------------*
           DISPLAY 'CANAL (C)ARTA, (T)ELEFONE OU (E)-MAIL: '
           ACCEPT WS-CANAL-PEDIDO FROM DADO-INPUT

      *    Mostra a situacao em vigor antes de registrar a nova.
           MOVE WS-CPF-PEDIDO   TO WS-CNS-CHAVE-CPF
           MOVE WS-CANAL-PEDIDO TO WS-CNS-CHAVE-CANAL
           PERFORM 9760-VERIFICA-CONSENTIMENTO
           EVALUATE WS-CNS-SITUACAO-FIN
               WHEN 'S'
                   DISPLAY 'SITUACAO ATUAL: CONSENTIDO'
               WHEN 'N'
                   DISPLAY 'SITUACAO ATUAL: CONSENTIMENTO RETIRADO'
               WHEN OTHER
                   DISPLAY 'SITUACAO ATUAL: SEM REGISTRO'
           END-EVALUATE

           DISPLAY 'CONSENTE (S)IM OU (N)AO: '
           ACCEPT WS-SITUACAO-PEDIDA FROM DADO-INPUT
           DISPLAY 'DATA EM QUE FOI DADO/RETIRADO (AAAAMMDD, '
                   'ZEROS = HOJE): '
           ACCEPT WS-DATA-PEDIDA FROM DADO-INPUT
           DISPLAY 'ORIGEM (RECEPCAO, FORMULARIO, TELEFONE...): '
           ACCEPT WS-ORIGEM-PEDIDA FROM DADO-INPUT

           IF WS-DATA-PEDIDA = ZEROS
               MOVE WS-DATA-NEGOCIO TO WS-DATA-PEDIDA
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-VALIDA-DADOS.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-MOTIVO

           MOVE WS-CPF-PEDIDO TO WS-CPF-ENTRADA-VAL
           PERFORM 9700-VALIDA-CPF
           MOVE WS-DATA-PEDIDA TO WS-NASC-ENTRADA
           PERFORM 9600-CALCULA-IDADE

           EVALUATE TRUE
               WHEN CPF-INVALIDO
                   MOVE 'CPF INVALIDO' TO WS-MOTIVO
               WHEN WS-CANAL-PEDIDO NOT = 'C' AND NOT = 'T'
                                    AND NOT = 'E'
                   MOVE 'CANAL INVALIDO' TO WS-MOTIVO
               WHEN WS-SITUACAO-PEDIDA NOT = 'S' AND NOT = 'N'
                   MOVE 'INFORME S OU N' TO WS-MOTIVO
               WHEN NASC-INVALIDO
                   MOVE 'DATA INVALIDA OU FUTURA' TO WS-MOTIVO
               WHEN WS-ORIGEM-PEDIDA = SPACES
                   MOVE 'ORIGEM EM BRANCO' TO WS-MOTIVO
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-GRAVA-CONSENTIMENTO.
      *----------------------------------------------------------------*
           MOVE SPACES             TO REG-CONSENT
           MOVE WS-CPF-PEDIDO      TO CNS-CPF
           MOVE WS-CANAL-PEDIDO    TO CNS-CANAL
           MOVE WS-SITUACAO-PEDIDA TO CNS-SITUACAO
           MOVE WS-DATA-PEDIDA     TO CNS-DATA
           MOVE WS-ORIGEM-PEDIDA   TO CNS-ORIGEM
           WRITE REG-CONSENT

      *    A tabela em memoria acompanha o arquivo na mesma sessao.
           PERFORM 9755-GUARDA-CONSENTIMENTO

           ADD 1 TO WS-CONT-ACEITA
           DISPLAY 'CONSENTIMENTO GRAVADO - CPF ' WS-CPF-PEDIDO
                   ' CANAL ' WS-CANAL-PEDIDO ' ' WS-SITUACAO-PEDIDA
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-RELATORIO.
      *----------------------------------------------------------------*
           DISPLAY 'COMPETENCIA (AAAAMM, ZEROS = MES CORRENTE): '
           ACCEPT WS-COMPETENCIA-PEDIDA FROM DADO-INPUT
           IF WS-COMPETENCIA-PEDIDA = ZEROS
               MOVE WS-DATA-NEGOCIO(1:6) TO WS-COMPETENCIA-PEDIDA
           END-IF

           INITIALIZE WS-TOT-CANAIS
           MOVE WS-COMPETENCIA-PEDIDA(5:2) TO WS-EXB-COMP-MES
           MOVE WS-COMPETENCIA-PEDIDA(1:4) TO WS-EXB-COMP-ANO

           OPEN OUTPUT ARQREL

           DISPLAY WS-LINHA1
           WRITE REG-RELATORIO FROM WS-LINHA1
           DISPLAY WS-LINHA-DATAS
           WRITE REG-RELATORIO FROM WS-LINHA-DATAS
           DISPLAY WS-LINHA-COMPETENCIA
           WRITE REG-RELATORIO FROM WS-LINHA-COMPETENCIA
           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-LINHA2
           WRITE REG-RELATORIO FROM WS-LINHA2

           MOVE ' ' TO WS-CNS-EOF
           OPEN INPUT ARQCNS
           IF CNS-ARQ-OK
               PERFORM UNTIL WS-CNS-EOF = 'S'
                   READ ARQCNS
                       AT END
                           MOVE 'S' TO WS-CNS-EOF
                       NOT AT END
                           IF CNS-DATA(1:6) = WS-COMPETENCIA-PEDIDA
                               PERFORM 5100-IMPRIME-MUDANCA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCNS
           ELSE
               DISPLAY 'CONSENT.TXT AUSENTE - NENHUM CONSENTIMENTO '
                       'REGISTRADO'
           END-IF

      *    Recusas vigentes: ultima situacao de cada CPF e canal.
           PERFORM VARYING WS-IDX-CNS FROM 1 BY 1
                   UNTIL WS-IDX-CNS > WS-QTD-CNS
               IF WS-CNS-SITUACAO(WS-IDX-CNS) = 'N'
                   MOVE WS-CNS-CANAL(WS-IDX-CNS) TO WS-CANAL-PEDIDO
                   PERFORM 5200-LOCALIZA-CANAL
                   IF WS-IDX-CAN > ZEROS
                       ADD 1 TO WS-TOT-VIGENTES(WS-IDX-CAN)
                   END-IF
               END-IF
           END-PERFORM

           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-LINHA3
           WRITE REG-RELATORIO FROM WS-LINHA3

           PERFORM VARYING WS-IDX-CAN FROM 1 BY 1
                   UNTIL WS-IDX-CAN > 3
               MOVE WS-CAN-NOME(WS-IDX-CAN)       TO WS-TOT-CANAL
               MOVE WS-TOT-CONCEDIDOS(WS-IDX-CAN) TO WS-TOT-EXB-CONCED
               MOVE WS-TOT-RETIRADOS(WS-IDX-CAN)  TO WS-TOT-EXB-RETIR
               MOVE WS-TOT-VIGENTES(WS-IDX-CAN)   TO WS-TOT-EXB-VIGENTE
               DISPLAY WS-LINHA-TOTAL
               WRITE REG-RELATORIO FROM WS-LINHA-TOTAL
           END-PERFORM

           MOVE WS-CONT-LISTADA TO WS-TOTLISTADA
           DISPLAY WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           DISPLAY WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE1

           CLOSE ARQREL
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-IMPRIME-MUDANCA.
      *----------------------------------------------------------------*
           MOVE CNS-CANAL TO WS-CANAL-PEDIDO
           PERFORM 5200-LOCALIZA-CANAL

           MOVE CNS-CPF    TO WS-DET-CPF
           MOVE CNS-DATA   TO WS-DET-DATA
           MOVE CNS-ORIGEM TO WS-DET-ORIGEM
           IF WS-IDX-CAN > ZEROS
               MOVE WS-CAN-NOME(WS-IDX-CAN) TO WS-DET-CANAL
           ELSE
               MOVE CNS-CANAL TO WS-DET-CANAL
           END-IF

           IF CNS-SITUACAO = 'S'
               MOVE 'CONCEDIDO' TO WS-DET-SITUACAO
               IF WS-IDX-CAN > ZEROS
                   ADD 1 TO WS-TOT-CONCEDIDOS(WS-IDX-CAN)
               END-IF
           ELSE
               MOVE 'RETIRADO'  TO WS-DET-SITUACAO
               IF WS-IDX-CAN > ZEROS
                   ADD 1 TO WS-TOT-RETIRADOS(WS-IDX-CAN)
               END-IF
           END-IF

           DISPLAY WS-LINHA-DETALHE
           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           ADD 1 TO WS-CONT-LISTADA
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-LOCALIZA-CANAL.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-IDX-CAN
           EVALUATE WS-CANAL-PEDIDO
               WHEN 'C'
                   MOVE 1 TO WS-IDX-CAN
               WHEN 'T'
                   MOVE 2 TO WS-IDX-CAN
               WHEN 'E'
                   MOVE 3 TO WS-IDX-CAN
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
      *----------------------------------------------------------------*
           COPY CALCIDADE-PROC.
      *----------------------------------------------------------------*
           COPY CONSENTIM-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM CONSENT.
