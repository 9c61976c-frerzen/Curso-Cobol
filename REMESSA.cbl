      *          Employees without bank data land on REMESSEXC.TXT -
      *          those still get hand-paid, everyone else stops being
      *          a typing error waiting to happen.
      *          Court-ordered alimony credits HOLERITE writes on
      *          PENSCRED.TXT go into the same file and hash total,
      *          one credit per order to the beneficiary's account,
      *          and the orders applied are listed for the legal
      *          department on PENSREL.TXT. Each credit carries a
      *          sequence within the employee code (00 = net pay,
      *          01 onwards = each alimony order) so the bank return
      *          can tell the credits of one employee apart.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-BANCO.

       SELECT ARQPCRED ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PCRED.

       SELECT ARQPREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQREM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

           03 FILLER              PIC X(01).
           03 BCO-DIGITO          PIC X(01).

       FD  ARQPCRED
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PENSCRED.TXT".
       01  REG-PENSCRED.
           03 PCR-COMPETENCIA.
              05 PCR-COMP-ANO     PIC 9(04).
              05 PCR-COMP-MES     PIC 9(02).
           03 FILLER              PIC X(01).
           03 PCR-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 PCR-NOME            PIC X(20).
           03 FILLER              PIC X(01).
           03 PCR-PROCESSO        PIC X(20).
           03 FILLER              PIC X(01).
           03 PCR-BASE            PIC X(01).
           03 FILLER              PIC X(01).
           03 PCR-PCT             PIC 9(02)V99.
           03 FILLER              PIC X(01).
           03 PCR-BASE-VALOR      PIC 9(07)V99.
           03 FILLER              PIC X(01).
           03 PCR-VALOR           PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 PCR-BENEFICIARIO    PIC X(20).
           03 FILLER              PIC X(01).
           03 PCR-BANCO           PIC 9(03).
           03 FILLER              PIC X(01).
           03 PCR-AGENCIA         PIC 9(04).
           03 FILLER              PIC X(01).
           03 PCR-CONTA           PIC 9(08).
           03 FILLER              PIC X(01).
           03 PCR-DIGITO          PIC X(01).

       FD  ARQPREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PENSREL.TXT".
       01  REG-PENSREL            PIC X(80).

       FD  ARQREM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "REMESSA.TXT".
           03 REMD-DIGITO         PIC X(01).
           03 REMD-VALOR          PIC 9(09)V99.
           03 REMD-NOME           PIC X(20).
           03 REMD-SEQ            PIC 9(02).
           03 FILLER              PIC X(07).
       01  REG-REM-TRL REDEFINES REG-REMESSA.
           03 FILLER              PIC X(01).
           03 REMT-QTD            PIC 9(05).
           88 LIQ-OK                    VALUE '00'.
       77  WS-STATUS-BANCO          PIC X(02) VALUE SPACES.
           88 BANCO-OK                  VALUE '00'.
       77  WS-STATUS-PCRED          PIC X(02) VALUE SPACES.
           88 PCRED-OK                  VALUE '00'.
       77  WS-PCRED-EOF             PIC X(01) VALUE ' '.
       77  WS-CONT-PENSAO           PIC 9(05) VALUE ZEROS.
       77  WS-PEN-COD-ANT           PIC 9(03) VALUE ZEROS.
       77  WS-PEN-SEQ               PIC 9(02) VALUE ZEROS.
       77  WS-TOT-PENSAO-CRED       PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-PENSAO-EXC        PIC 9(09)V99 VALUE ZEROS.
       77  WS-QTD-BANCO             PIC 9(03) VALUE ZEROS.
       77  WS-IDX                   PIC 9(03) VALUE ZEROS.
       77  WS-BANCO-ACHADO          PIC X(01) VALUE 'N'.
               VALUE 'HASH TOTAL R$:          '.
           03 WS-TOT-HASH       PIC ZZZZZZZZZ9,99.

       01  WS-PEN-TITULO.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'PENSOES ALIMENTICIAS APLICADAS NA FOLHA '.
           03 FILLER PIC X(10) VALUE '- COMPET. '.
           03 WS-PEN-TIT-MES        PIC 9(02).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-PEN-TIT-ANO        PIC 9(04).

       01  WS-PEN-CAB.
           03 FILLER PIC X(40)
               VALUE 'COD FUNCIONARIO          PROCESSO       '.
           03 FILLER PIC X(40)
               VALUE '      BASE      PCT      VALOR SITUACAO'.

       01  WS-PEN-DETALHE.
           03 WS-PEN-COD            PIC 9(03).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-PEN-NOME           PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-PEN-PROCESSO       PIC X(20).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-PEN-BASE           PIC X(07).
           03 WS-PEN-PCT            PIC ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-PEN-VALOR          PIC ZZZ.ZZ9,99.
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-PEN-SITUACAO       PIC X(09).

       01  WS-PEN-BENEF.
           03 FILLER PIC X(18) VALUE '    BENEFICIARIO: '.
           03 WS-PEN-BEN-NOME       PIC X(20).
           03 FILLER PIC X(05) VALUE ' BCO '.
           03 WS-PEN-BEN-BANCO      PIC 9(03).
           03 FILLER PIC X(04) VALUE ' AG '.
           03 WS-PEN-BEN-AGENCIA    PIC 9(04).
           03 FILLER PIC X(04) VALUE ' CT '.
           03 WS-PEN-BEN-CONTA      PIC 9(08).
           03 FILLER PIC X(01) VALUE '-'.
           03 WS-PEN-BEN-DIGITO     PIC X(01).

       01  WS-PEN-RODAPE.
           03 WS-PEN-ROT            PIC X(30).
           03 WS-PEN-TOTAL          PIC ZZZ.ZZZ.ZZ9,99.

       01  WS-PEN-RODAPE-QTD.
           03 WS-PEN-ROT-QTD        PIC X(30).
           03 WS-PEN-QTD            PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*
                       END-READ
                   END-PERFORM

                   PERFORM 3000-CREDITOS-PENSAO

                   PERFORM 4000-GRAVA-TRAILERS

                   CLOSE ARQREM  ARQSUM  ARQEXC

                   DISPLAY 'CREDITOS GERADOS   : ' WS-CONT-CREDITO
                   DISPLAY 'SEM DADOS BANCARIOS: ' WS-CONT-EXC
                   DISPLAY 'CREDITOS DE PENSAO : ' WS-CONT-PENSAO
                   DISPLAY 'HASH TOTAL         : ' WS-HASH-TOTAL
               ELSE
                   SET FIM-ANORMAL TO TRUE
           MOVE WS-BCO-DIGITO(WS-IDX)  TO REMD-DIGITO
           MOVE LIQ-VALOR              TO REMD-VALOR
           MOVE LIQ-NOME               TO REMD-NOME
           MOVE ZEROS                  TO REMD-SEQ

           WRITE REG-REMESSA
           MOVE SPACES TO REG-REMESSA
           WRITE REG-SUMARIO FROM WS-DETALHE-SUMARIO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-CREDITOS-PENSAO.
      *----------------------------------------------------------------*
      *    Pensoes descontadas pelo HOLERITE: credito direto na conta
      *    do beneficiario, no mesmo arquivo e hash total da folha.
           OPEN OUTPUT ARQPREL
           OPEN INPUT ARQPCRED
           IF PCRED-OK
               PERFORM UNTIL WS-PCRED-EOF = 'S'
                   READ ARQPCRED
                       AT END
                           MOVE 'S' TO WS-PCRED-EOF
                       NOT AT END
                           PERFORM 3100-TRATA-PENSAO
                   END-READ
               END-PERFORM
               CLOSE ARQPCRED
           END-IF

           IF WS-CONT-PENSAO = ZEROS
               MOVE ZEROS TO WS-PEN-TIT-MES  WS-PEN-TIT-ANO
               WRITE REG-PENSREL FROM WS-PEN-TITULO
               WRITE REG-PENSREL FROM WS-PONTILHADO
           END-IF

           WRITE REG-PENSREL FROM WS-PONTILHADO
           MOVE 'ORDENS APLICADAS NO MES:' TO WS-PEN-ROT-QTD
           MOVE WS-CONT-PENSAO TO WS-PEN-QTD
           WRITE REG-PENSREL FROM WS-PEN-RODAPE-QTD
           MOVE 'TOTAL CREDITADO R$:' TO WS-PEN-ROT
           MOVE WS-TOT-PENSAO-CRED TO WS-PEN-TOTAL
           WRITE REG-PENSREL FROM WS-PEN-RODAPE
           MOVE 'SEM DADOS BANCARIOS R$:' TO WS-PEN-ROT
           MOVE WS-TOT-PENSAO-EXC TO WS-PEN-TOTAL
           WRITE REG-PENSREL FROM WS-PEN-RODAPE
           CLOSE ARQPREL
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-TRATA-PENSAO.
      *----------------------------------------------------------------*
           IF WS-CONT-PENSAO = ZEROS
               MOVE PCR-COMP-MES TO WS-PEN-TIT-MES
               MOVE PCR-COMP-ANO TO WS-PEN-TIT-ANO
               WRITE REG-PENSREL FROM WS-PEN-TITULO
               WRITE REG-PENSREL FROM WS-PONTILHADO
               WRITE REG-PENSREL FROM WS-PEN-CAB
           END-IF
           ADD 1 TO WS-CONT-PENSAO

      *    Sequencia do credito dentro do funcionario: 00 e o liquido,
      *    cada ordem de pensao recebe 01, 02... - o RETORNO casa o
      *    retorno do banco por codigo e sequencia.
           IF PCR-COD = WS-PEN-COD-ANT
               ADD 1 TO WS-PEN-SEQ
           ELSE
               MOVE PCR-COD TO WS-PEN-COD-ANT
               MOVE 1       TO WS-PEN-SEQ
           END-IF

           MOVE PCR-COD      TO WS-PEN-COD
           MOVE PCR-NOME     TO WS-PEN-NOME
           MOVE PCR-PROCESSO TO WS-PEN-PROCESSO
           EVALUATE PCR-BASE
               WHEN 'B'
                   MOVE 'BRUTO'   TO WS-PEN-BASE
               WHEN 'L'
                   MOVE 'LIQUIDO' TO WS-PEN-BASE
               WHEN OTHER
                   MOVE 'FIXO'    TO WS-PEN-BASE
           END-EVALUATE
           MOVE PCR-PCT      TO WS-PEN-PCT
           MOVE PCR-VALOR    TO WS-PEN-VALOR

           IF PCR-BANCO = ZEROS OR PCR-CONTA = ZEROS
               MOVE 'SEM CONTA' TO WS-PEN-SITUACAO
               MOVE PCR-COD          TO EXC-COD
               MOVE PCR-BENEFICIARIO TO EXC-NOME
               MOVE 'PENSAO SEM DADOS BANCARIOS' TO EXC-MOTIVO
               WRITE REG-EXCECAO
               ADD 1 TO WS-CONT-EXC
               ADD PCR-VALOR TO WS-TOT-PENSAO-EXC
               DISPLAY 'CREDITO DE PENSAO NAO GERADO - SEM DADOS '
                       'BANCARIOS: ' PCR-COD ' ' PCR-PROCESSO
           ELSE
               MOVE 'CREDITADO' TO WS-PEN-SITUACAO
               PERFORM 3200-GRAVA-CREDITO-PENSAO
           END-IF

           WRITE REG-PENSREL FROM WS-PEN-DETALHE

           MOVE PCR-BENEFICIARIO TO WS-PEN-BEN-NOME
           MOVE PCR-BANCO        TO WS-PEN-BEN-BANCO
           MOVE PCR-AGENCIA      TO WS-PEN-BEN-AGENCIA
           MOVE PCR-CONTA        TO WS-PEN-BEN-CONTA
           MOVE PCR-DIGITO       TO WS-PEN-BEN-DIGITO
           WRITE REG-PENSREL FROM WS-PEN-BENEF
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-GRAVA-CREDITO-PENSAO.
      *----------------------------------------------------------------*
           MOVE SPACES TO REG-REMESSA
           SET REM-DETALHE TO TRUE
           MOVE PCR-COD          TO REMD-COD
           MOVE PCR-BANCO        TO REMD-BANCO
           MOVE PCR-AGENCIA      TO REMD-AGENCIA
           MOVE PCR-CONTA        TO REMD-CONTA
           MOVE PCR-DIGITO       TO REMD-DIGITO
           MOVE PCR-VALOR        TO REMD-VALOR
           MOVE PCR-BENEFICIARIO TO REMD-NOME
           MOVE WS-PEN-SEQ       TO REMD-SEQ

           WRITE REG-REMESSA
           MOVE SPACES TO REG-REMESSA

           ADD 1         TO WS-CONT-CREDITO
           ADD PCR-VALOR TO WS-HASH-TOTAL
           ADD PCR-VALOR TO WS-TOT-PENSAO-CRED

           MOVE PCR-COD          TO WS-SUM-COD
           MOVE PCR-BENEFICIARIO TO WS-SUM-NOME
           MOVE PCR-BANCO        TO WS-SUM-BANCO
           MOVE PCR-AGENCIA      TO WS-SUM-AGENCIA
           MOVE PCR-CONTA        TO WS-SUM-CONTA
           MOVE PCR-DIGITO       TO WS-SUM-DIGITO
           MOVE PCR-VALOR        TO WS-SUM-VALOR
           WRITE REG-SUMARIO FROM WS-DETALHE-SUMARIO
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-GRAVA-TRAILERS.
      *----------------------------------------------------------------*
