      *          code fails the shared key check or has no master
      *          record land on FOLHAEXC.TXT. Hourly value is the
      *          monthly salary over the standard 220 hours.
      *          Trainer commissions credited by COMISSAO on
      *          COMISSAO.TXT for the payroll month are added to the
      *          gross and shown in their own field; a commission with
      *          no timecard that month lands on FOLHAEXC.TXT.
      *          Teachers paid by the class hour get their base pay
      *          from the month's class hours PROFHORA wrote on
      *          HORAULA.TXT for the payroll month (class hours times
      *          the hourly value) instead of the monthly salary; a
      *          teacher with class hours and no timecard is paid as
      *          a card without overtime.
      *          Leaves of absence on AFASTAM.TXT (kept by AFASTA)
      *          cut the base pay to the days the company pays in the
      *          month: sick and work-accident leave are paid by the
      *          company for the first 15 days only and maternity
      *          leave not at all - each day the INSS pays comes off
      *          at 1/30 of the base, and the days go out in the new
      *          last field of FOLHABRU.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DESLIG.

       SELECT ARQCOMIS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-COMIS.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQHORAS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-HORAS.

       SELECT ARQAFAST ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-AFAST.

       SELECT ARQBRUTO ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

           03 FILLER              PIC X(01).
           03 DSL-MOTIVO          PIC X(02).

       FD  ARQCOMIS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "COMISSAO.TXT".
       01  REG-COMISSAO.
           03 COM-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 COM-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01).
           03 COM-VALOR           PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 COM-REFERENCIA      PIC 9(06).
           03 FILLER              PIC X(01).
           03 COM-TREINADOR       PIC 9(04).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA          PIC 9(08).

       FD  ARQHORAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HORAULA.TXT".
       01  REG-HORAULA.
           03 HRA-COD-FUNC        PIC 9(03).
           03 FILLER              PIC X(01).
           03 HRA-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01).
           03 HRA-PROFESSOR       PIC 9(04).
           03 FILLER              PIC X(01).
           03 HRA-HORAS-SEMANA    PIC 9(03).
           03 FILLER              PIC X(01).
           03 HRA-DIAS-LETIVOS    PIC 9(02).
           03 FILLER              PIC X(01).
           03 HRA-HORAS-FALTA     PIC 9(03).
           03 FILLER              PIC X(01).
           03 HRA-HORAS-MES       PIC 9(03).

       FD  ARQAFAST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "AFASTAM.TXT".
       01  REG-AFAST.
           03 AFA-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 AFA-TIPO            PIC X(01).
           03 FILLER              PIC X(01).
           03 AFA-INICIO          PIC 9(08).
           03 FILLER              PIC X(01).
           03 AFA-FIM             PIC 9(08).

       FD  ARQBRUTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FOLHABRU.TXT".
           03 BRU-HORAS-E100      PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 BRU-VALOR-BRUTO     PIC 9(07)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 BRU-COMISSAO        PIC 9(06)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 BRU-HORAS-AULA      PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 BRU-DIAS-AFAST      PIC 9(02).

       FD  ARQEXC
           LABEL RECORD STANDARD

           COPY VALIDACHAVE.

           COPY DATAPROC.

       77  WS-STATUS-COMIS          PIC X(02) VALUE SPACES.
           88 COMIS-OK                  VALUE '00'.
       77  WS-COMIS-EOF             PIC X(01) VALUE ' '.
       77  WS-COMPETENCIA-FOLHA     PIC 9(06) VALUE ZEROS.
       77  WS-QTD-COMIS             PIC 9(03) VALUE ZEROS.
       77  WS-IDX-COM               PIC 9(03) VALUE ZEROS.
       77  WS-VLR-COMISSAO          PIC 9(06)V99 VALUE ZEROS.

       01  WS-TAB-COMISSAO.
           03 WS-COM-ITEM OCCURS 200 TIMES.
              05 WS-COM-COD         PIC 9(03).
              05 WS-COM-VALOR       PIC 9(06)V99.
              05 WS-COM-USADA       PIC X(01).

       77  WS-STATUS-HORAS          PIC X(02) VALUE SPACES.
           88 HORAS-OK                  VALUE '00'.
       77  WS-HORAS-EOF             PIC X(01) VALUE ' '.
       77  WS-QTD-AULA              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-AULA              PIC 9(03) VALUE ZEROS.
       77  WS-HORAS-AULA            PIC 9(03) VALUE ZEROS.
       77  WS-VALOR-BASE            PIC 9(06)V99 VALUE ZEROS.

       01  WS-TAB-AULAS.
           03 WS-AULA-ITEM OCCURS 200 TIMES.
              05 WS-AULA-COD        PIC 9(03).
              05 WS-AULA-HORAS      PIC 9(03).
              05 WS-AULA-USADA      PIC X(01).

           COPY AFASTAM.

       77  WS-DIAS-AFAST            PIC 9(02) VALUE ZEROS.

       01  WS-TAB-FUNCIONARIO.
           03 WS-FUN-ITEM OCCURS 1 TO 200 TIMES
                           DEPENDING ON WS-QTD-FUN
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0450-CARREGA-DESLIGADOS
               PERFORM 0470-CARREGA-COMISSOES
               PERFORM 0490-CARREGA-HORAS-AULA
               PERFORM 0500-CARREGA-FUNCIONARIOS
               PERFORM 9200-CARREGA-AFASTAMENTOS
               MOVE WS-COMPETENCIA-FOLHA TO WS-AFA-MES-CALC
               PERFORM 9260-LIMITES-MES

               OPEN INPUT ARQPONTO

                       PERFORM 1000-LER-PONTO
                   END-PERFORM

                   PERFORM 2960-AULAS-SEM-CARTAO
                   PERFORM 2950-COMISSAO-SEM-CARTAO

                   DISPLAY 'CARTOES CALCULADOS : ' WS-CONT-CALCULADO
                   DISPLAY 'CARTOES REJEITADOS : ' WS-CONT-EXC
                   DISPLAY 'TOTAL BRUTO DO MES : ' WS-TOTAL-BRUTO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0470-CARREGA-COMISSOES.
      *----------------------------------------------------------------*
      *    Comissoes de treinador creditadas pela COMISSAO para a
      *    folha do mes da data de negocio, somadas por funcionario.
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-COMPETENCIA-FOLHA

           OPEN INPUT ARQCOMIS
           IF COMIS-OK
               PERFORM UNTIL WS-COMIS-EOF = 'S'
                   READ ARQCOMIS
                       AT END
                           MOVE 'S' TO WS-COMIS-EOF
                       NOT AT END
                           IF COM-COMPETENCIA = WS-COMPETENCIA-FOLHA
                               PERFORM 0480-GUARDA-COMISSAO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCOMIS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0480-GUARDA-COMISSAO.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-COM FROM 1 BY 1
                   UNTIL WS-IDX-COM > WS-QTD-COMIS
                      OR WS-COM-COD(WS-IDX-COM) = COM-COD
               CONTINUE
           END-PERFORM

           IF WS-IDX-COM > WS-QTD-COMIS
               IF WS-QTD-COMIS < 200
                   ADD 1 TO WS-QTD-COMIS
                   MOVE COM-COD TO WS-COM-COD(WS-QTD-COMIS)
                   MOVE ZEROS   TO WS-COM-VALOR(WS-QTD-COMIS)
                   MOVE 'N'     TO WS-COM-USADA(WS-QTD-COMIS)
                   ADD COM-VALOR TO WS-COM-VALOR(WS-QTD-COMIS)
               ELSE
                   DISPLAY 'COMISSAO IGNORADA - LIMITE DE 200 '
                           'EXCEDIDO: ' COM-COD
               END-IF
           ELSE
               ADD COM-VALOR TO WS-COM-VALOR(WS-IDX-COM)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0490-CARREGA-HORAS-AULA.
      *----------------------------------------------------------------*
      *    Horas-aula do mes apuradas pelo PROFHORA, somadas por
      *    funcionario (um funcionario pode ter mais de um vinculo).
           OPEN INPUT ARQHORAS
           IF HORAS-OK
               PERFORM UNTIL WS-HORAS-EOF = 'S'
                   READ ARQHORAS
                       AT END
                           MOVE 'S' TO WS-HORAS-EOF
                       NOT AT END
                           IF HRA-COMPETENCIA = WS-COMPETENCIA-FOLHA
                               PERFORM 0495-GUARDA-HORAS-AULA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQHORAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0495-GUARDA-HORAS-AULA.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-AULA FROM 1 BY 1
                   UNTIL WS-IDX-AULA > WS-QTD-AULA
                      OR WS-AULA-COD(WS-IDX-AULA) = HRA-COD-FUNC
               CONTINUE
           END-PERFORM

           IF WS-IDX-AULA > WS-QTD-AULA
               IF WS-QTD-AULA < 200
                   ADD 1 TO WS-QTD-AULA
                   MOVE HRA-COD-FUNC  TO WS-AULA-COD(WS-QTD-AULA)
                   MOVE HRA-HORAS-MES TO WS-AULA-HORAS(WS-QTD-AULA)
                   MOVE 'N'           TO WS-AULA-USADA(WS-QTD-AULA)
               ELSE
                   DISPLAY 'HORAS-AULA IGNORADAS - LIMITE DE 200 '
                           'EXCEDIDO: ' HRA-COD-FUNC
               END-IF
           ELSE
               ADD HRA-HORAS-MES TO WS-AULA-HORAS(WS-IDX-AULA)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0460-VERIFICA-DESLIGADO.
      *----------------------------------------------------------------*
           COMPUTE WS-VALOR-HORA =
               WS-FUN-SALARIO(WS-IDX-FUN) / WS-HORAS-MES

           MOVE ZEROS TO WS-VLR-COMISSAO
           PERFORM VARYING WS-IDX-COM FROM 1 BY 1
                   UNTIL WS-IDX-COM > WS-QTD-COMIS
               IF WS-COM-COD(WS-IDX-COM) = PON-COD
                   MOVE WS-COM-VALOR(WS-IDX-COM) TO WS-VLR-COMISSAO
                   MOVE 'S' TO WS-COM-USADA(WS-IDX-COM)
               END-IF
           END-PERFORM

      *    Professor horista: a base e a hora-aula do mes, no lugar
      *    do salario mensal.
           MOVE WS-FUN-SALARIO(WS-IDX-FUN) TO WS-VALOR-BASE
           MOVE ZEROS TO WS-HORAS-AULA
           PERFORM VARYING WS-IDX-AULA FROM 1 BY 1
                   UNTIL WS-IDX-AULA > WS-QTD-AULA
               IF WS-AULA-COD(WS-IDX-AULA) = PON-COD
                   MOVE WS-AULA-HORAS(WS-IDX-AULA) TO WS-HORAS-AULA
                   MOVE 'S' TO WS-AULA-USADA(WS-IDX-AULA)
                   COMPUTE WS-VALOR-BASE ROUNDED =
                       WS-HORAS-AULA * WS-VALOR-HORA
               END-IF
           END-PERFORM

           PERFORM 2250-DESCONTA-AFASTAMENTO

           COMPUTE WS-VALOR-BRUTO =
               WS-VALOR-BASE +
               (PON-HORAS-E50  * WS-VALOR-HORA * 1,5) +
               (PON-HORAS-E100 * WS-VALOR-HORA * 2) +
               WS-VLR-COMISSAO

           MOVE WS-FUN-DEPTO(WS-IDX-FUN)   TO BRU-DEPTO
           MOVE PON-COD                    TO BRU-COD
           MOVE WS-FUN-NOME(WS-IDX-FUN)    TO BRU-NOME
           MOVE WS-VALOR-BASE              TO BRU-SALARIO
           MOVE PON-HORAS-E50              TO BRU-HORAS-E50
           MOVE PON-HORAS-E100             TO BRU-HORAS-E100
           MOVE WS-VALOR-BRUTO             TO BRU-VALOR-BRUTO
           MOVE WS-VLR-COMISSAO            TO BRU-COMISSAO
           MOVE WS-HORAS-AULA              TO BRU-HORAS-AULA
           MOVE WS-DIAS-AFAST              TO BRU-DIAS-AFAST

           WRITE REG-BRUTO

           ADD 1 TO WS-CONT-CALCULADO
           .
           EXIT.
      *----------------------------------------------------------------*
       2250-DESCONTA-AFASTAMENTO.
      *----------------------------------------------------------------*
      *    Dias do mes pagos pelo INSS saem da base a 1/30 cada; mes
      *    inteiro afastado zera a base.
           MOVE PON-COD TO WS-AFA-COD-CALC
           MOVE 'DAM'   TO WS-AFA-TIPOS-CALC
           PERFORM 9250-DIAS-INSS
           MOVE ZEROS TO WS-DIAS-AFAST

           IF WS-AFA-DIAS-CALC > ZEROS
               IF WS-AFA-DIAS-CALC >= WS-AFA-DIAS-MES
                   MOVE 30    TO WS-DIAS-AFAST
                   MOVE ZEROS TO WS-VALOR-BASE
               ELSE
                   MOVE WS-AFA-DIAS-CALC TO WS-DIAS-AFAST
                   COMPUTE WS-VALOR-BASE ROUNDED = WS-VALOR-BASE -
                       (WS-VALOR-BASE * WS-DIAS-AFAST / 30)
               END-IF
               DISPLAY 'AFASTAMENTO - COD: ' PON-COD
                       ' DIAS PAGOS PELO INSS: ' WS-DIAS-AFAST
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2900-GRAVA-EXCECAO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-EXC
           .
           EXIT.
      *----------------------------------------------------------------*
       2950-COMISSAO-SEM-CARTAO.
      *----------------------------------------------------------------*
      *    Comissao de quem nao teve cartao calculado fica registrada
      *    na excecao para o RH acertar, em vez de sumir.
           PERFORM VARYING WS-IDX-COM FROM 1 BY 1
                   UNTIL WS-IDX-COM > WS-QTD-COMIS
               IF WS-COM-USADA(WS-IDX-COM) = 'N'
                   MOVE WS-COM-COD(WS-IDX-COM) TO EXC-COD
                   MOVE 'COMISSAO SEM CARTAO DE PONTO' TO EXC-MOTIVO
                   DISPLAY 'COMISSAO NAO PAGA - COD: '
                           WS-COM-COD(WS-IDX-COM)
                   WRITE REG-EXCECAO
                   ADD 1 TO WS-CONT-EXC
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2960-AULAS-SEM-CARTAO.
      *----------------------------------------------------------------*
      *    Professor com horas-aula e sem cartao no mes e calculado
      *    como um cartao sem horas extras, passando pelas mesmas
      *    validacoes de chave, desligamento e mestre.
           PERFORM VARYING WS-IDX-AULA FROM 1 BY 1
                   UNTIL WS-IDX-AULA > WS-QTD-AULA
               IF WS-AULA-USADA(WS-IDX-AULA) = 'N'
                   MOVE WS-AULA-COD(WS-IDX-AULA) TO PON-COD
                   MOVE ZEROS TO PON-HORAS-NORMAIS
                   MOVE ZEROS TO PON-HORAS-E50
                   MOVE ZEROS TO PON-HORAS-E100
                   PERFORM 2000-TRATA-CARTAO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY AFASTAM-PROC.
      *----------------------------------------------------------------*
           COPY VALIDACHAVE-PROC.
      *----------------------------------------------------------------*
