      *          FUNCBEN.TXT -
      *          plus a totals page whose sum of nets plus deductions
      *          reconciles against the gross total RELATFUN reports.
      *          Trainer commissions credited on COMISSAO.TXT for the
      *          payroll month print as their own earnings line and
      *          join the INSS/IRRF base; the totals page shows them
      *          apart so the salary total still matches RELATFUN.
      *          The staff gym plan fee posted by ACADFUNC on
      *          DESCACAD.TXT for the month is deducted on its own
      *          line and counted in the totals-page reconciliation.
      *          Every slip is also written in machine form on
      *          FOLHAMES.TXT (competencia, each earnings and
      *          deduction line and net), which FECHAMES appends to
      *          the payroll history FOLHIST.TXT when the competencia
      *          is closed.
      *          Installments of payroll-deductible loans contracted on
      *          CONSIG.TXT fall due from the first competencia of the
      *          contract, one a month: the one due is deducted on its
      *          own line (only while it fits in the net pay), the
      *          remaining balance of the contract prints under the
      *          net, and every installment due is written on
      *          CONSDESC.TXT for the bank remittance of CONSIG.
      *          Court-ordered alimony (PENSAO.TXT, one record per
      *          order: percentage of gross, percentage of net - gross
      *          less INSS - or fixed amount) is deducted on its own
      *          line and lowers the IRRF base as the law allows; each
      *          order applied is written with the beneficiary's bank
      *          data on PENSCRED.TXT for REMESSA to credit.
      *          Retroactive collective-agreement differences worked
      *          out by DISSIDIO for this competencia (DISSDIF.TXT)
      *          print as their own earnings line with their own INSS
      *          and RRA income-tax lines, outside the monthly INSS
      *          and IRRF bases; the totals page shows them apart and
      *          brings them into the reconciliation. Deductions above
      *          the gross never produce a negative net: the net is
      *          paid as zero, the employee is listed for HR and the
      *          uncovered amount is shown on the totals page.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-ADIANT.

       SELECT ARQDESCAC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DESCAC.

       SELECT ARQCOMIS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-COMIS.

       SELECT ARQCONS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CONS.

       SELECT ARQCDESC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQPENS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PENS.

       SELECT ARQPCRED ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQDISS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DISS.

       SELECT ARQHOL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQMES ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.
           03 FILLER              PIC X(01).
           03 ADI-VALOR           PIC 9(06)V99.

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

       FD  ARQDESCAC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DESCACAD.TXT".
       01  REG-DESCACAD.
           03 DAC-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 DAC-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01).
           03 DAC-VALOR           PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 DAC-CPF             PIC 9(11).

       FD  ARQCONS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSIG.TXT".
       01  REG-CONSIG.
           03 CSG-CONTRATO        PIC 9(05).
           03 FILLER              PIC X(01).
           03 CSG-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 CSG-INICIO          PIC 9(06).
           03 FILLER              PIC X(01).
           03 CSG-PARCELAS        PIC 9(03).
           03 FILLER              PIC X(01).
           03 CSG-VALOR-PARCELA   PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 CSG-DATA            PIC 9(08).

       FD  ARQCDESC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CONSDESC.TXT".
       01  REG-CONSDESC.
           03 CSD-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CSD-CONTRATO        PIC 9(05).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CSD-COD             PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CSD-NOME            PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CSD-PARCELA         PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CSD-PARCELAS        PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CSD-VALOR           PIC 9(06)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CSD-SALDO           PIC 9(08)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 CSD-SITUACAO        PIC X(01).

       FD  ARQPENS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PENSAO.TXT".
       01  REG-PENSAO.
           03 PEN-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 PEN-PROCESSO        PIC X(20).
           03 FILLER              PIC X(01).
           03 PEN-BASE            PIC X(01).
           03 FILLER              PIC X(01).
           03 PEN-PCT             PIC 9(02)V99.
           03 FILLER              PIC X(01).
           03 PEN-VALOR-FIXO      PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 PEN-BENEFICIARIO    PIC X(20).
           03 FILLER              PIC X(01).
           03 PEN-BANCO           PIC 9(03).
           03 FILLER              PIC X(01).
           03 PEN-AGENCIA         PIC 9(04).
           03 FILLER              PIC X(01).
           03 PEN-CONTA           PIC 9(08).
           03 FILLER              PIC X(01).
           03 PEN-DIGITO          PIC X(01).

       FD  ARQPCRED
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PENSCRED.TXT".
       01  REG-PENSCRED.
           03 PCR-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PCR-COD             PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PCR-NOME            PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PCR-PROCESSO        PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PCR-BASE            PIC X(01).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PCR-PCT             PIC 9(02)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PCR-BASE-VALOR      PIC 9(07)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PCR-VALOR           PIC 9(06)V99.
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PCR-BENEFICIARIO    PIC X(20).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PCR-BANCO           PIC 9(03).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PCR-AGENCIA         PIC 9(04).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PCR-CONTA           PIC 9(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 PCR-DIGITO          PIC X(01).

       FD  ARQDISS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DISSDIF.TXT".
       01  REG-DISSDIF.
           03 DDF-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01).
           03 DDF-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 DDF-NOME            PIC X(20).
           03 FILLER              PIC X(01).
           03 DDF-VALOR           PIC 9(07)V99.
           03 FILLER              PIC X(01).
           03 DDF-INSS            PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 DDF-IRRF            PIC 9(06)V99.
           03 FILLER              PIC X(15).

       FD  ARQHOL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "HOLERITE.TXT".
           03 FILLER              PIC X(01) VALUE SPACE.
           03 LIQ-VALOR           PIC 9(06)V99.

       FD  ARQMES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FOLHAMES.TXT".
       01  REG-FOLHAMES.
           03 FMS-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01).
           03 FMS-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 FMS-DEPTO           PIC X(05).
           03 FILLER              PIC X(01).
           03 FMS-NOME            PIC X(20).
           03 FILLER              PIC X(01).
           03 FMS-SALARIO         PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-COMISSAO        PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-BRUTO           PIC 9(07)V99.
           03 FILLER              PIC X(01).
           03 FMS-INSS            PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-IRRF            PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-VT              PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-VR              PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-ADIANT          PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-ACADEMIA        PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-LIQUIDO         PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-CONSIGNADO      PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-PENSAO          PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-DISSIDIO        PIC 9(07)V99.
           03 FILLER              PIC X(01).
           03 FMS-INSS-DISSIDIO   PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 FMS-IRRF-DISSIDIO   PIC 9(06)V99.

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       77  WS-VLR-IRRF              PIC S9(06)V99 VALUE ZEROS.
       77  WS-VLR-DED-DEP           PIC 9(06)V99 VALUE ZEROS.
       77  WS-BASE-IRRF             PIC 9(06)V99 VALUE ZEROS.
       77  WS-VLR-LIQUIDO           PIC S9(06)V99 VALUE ZEROS.
       77  WS-TOT-BRUTO             PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-INSS              PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-IRRF              PIC 9(09)V99 VALUE ZEROS.
       77  WS-IDX-ADI               PIC 9(03) VALUE ZEROS.
       77  WS-VLR-ADIANT            PIC 9(06)V99 VALUE ZEROS.
       77  WS-TOT-ADIANT            PIC 9(09)V99 VALUE ZEROS.
       77  WS-STATUS-COMIS          PIC X(02) VALUE SPACES.
           88 COMIS-OK                  VALUE '00'.
       77  WS-COMIS-EOF             PIC X(01) VALUE ' '.
       77  WS-QTD-COMIS             PIC 9(03) VALUE ZEROS.
       77  WS-IDX-COM               PIC 9(03) VALUE ZEROS.
       77  WS-VLR-COMISSAO          PIC 9(06)V99 VALUE ZEROS.
       77  WS-VLR-BRUTO-FUNC        PIC 9(07)V99 VALUE ZEROS.
       77  WS-TOT-COMISSAO          PIC 9(09)V99 VALUE ZEROS.
       77  WS-STATUS-DESCAC         PIC X(02) VALUE SPACES.
           88 DESCAC-OK                 VALUE '00'.
       77  WS-DESCAC-EOF            PIC X(01) VALUE ' '.
       77  WS-QTD-DESCAC            PIC 9(03) VALUE ZEROS.
       77  WS-IDX-DAC               PIC 9(03) VALUE ZEROS.
       77  WS-VLR-ACADEMIA          PIC 9(06)V99 VALUE ZEROS.
       77  WS-TOT-ACADEMIA          PIC 9(09)V99 VALUE ZEROS.

       77  WS-STATUS-CONS           PIC X(02) VALUE SPACES.
           88 CONS-OK                   VALUE '00'.
       77  WS-CONS-EOF              PIC X(01) VALUE ' '.
       77  WS-QTD-CONS              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-CSG               PIC 9(03) VALUE ZEROS.
       77  WS-MES-FOLHA             PIC 9(06) VALUE ZEROS.
       77  WS-MES-ABSOLUTO          PIC 9(06) VALUE ZEROS.
       77  WS-NUM-PARCELA           PIC S9(04) VALUE ZEROS.
       77  WS-SALDO-PARCELAS        PIC 9(08)V99 VALUE ZEROS.
       77  WS-VLR-CONSIG            PIC 9(06)V99 VALUE ZEROS.
       77  WS-SALDO-CONSIG          PIC 9(08)V99 VALUE ZEROS.
       77  WS-TOT-CONSIG            PIC 9(09)V99 VALUE ZEROS.

       77  WS-STATUS-PENS           PIC X(02) VALUE SPACES.
           88 PENS-OK                   VALUE '00'.
       77  WS-PENS-EOF              PIC X(01) VALUE ' '.
       77  WS-QTD-PENS              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-PEN               PIC 9(03) VALUE ZEROS.
       77  WS-BASE-PENSAO           PIC 9(07)V99 VALUE ZEROS.
       77  WS-LIMITE-PENSAO         PIC 9(07)V99 VALUE ZEROS.
       77  WS-VLR-PENSAO-ORDEM      PIC 9(06)V99 VALUE ZEROS.
       77  WS-VLR-PENSAO            PIC 9(06)V99 VALUE ZEROS.
       77  WS-TOT-PENSAO            PIC 9(09)V99 VALUE ZEROS.

       77  WS-STATUS-DISS           PIC X(02) VALUE SPACES.
           88 DISS-OK                   VALUE '00'.
       77  WS-DISS-EOF              PIC X(01) VALUE ' '.
       77  WS-QTD-DISS              PIC 9(03) VALUE ZEROS.
       77  WS-IDX-DIS               PIC 9(03) VALUE ZEROS.
       77  WS-VLR-DISSIDIO          PIC 9(07)V99 VALUE ZEROS.
       77  WS-VLR-INSS-DISS         PIC 9(06)V99 VALUE ZEROS.
       77  WS-VLR-IRRF-DISS         PIC 9(06)V99 VALUE ZEROS.
       77  WS-TOT-DISSIDIO          PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-INSS-DISS         PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-IRRF-DISS         PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-LIQ-NEGATIVO      PIC 9(09)V99 VALUE ZEROS.

       01  WS-TAB-DISSIDIO.
           03 WS-DIS-ITEM OCCURS 200 TIMES.
              05 WS-DIS-COD         PIC 9(03).
              05 WS-DIS-VALOR       PIC 9(07)V99.
              05 WS-DIS-INSS        PIC 9(06)V99.
              05 WS-DIS-IRRF        PIC 9(06)V99.

       01  WS-TAB-PENSAO.
           03 WS-PEN-ITEM OCCURS 200 TIMES.
              05 WS-PEN-COD         PIC 9(03).
              05 WS-PEN-PROCESSO    PIC X(20).
              05 WS-PEN-BASE        PIC X(01).
              05 WS-PEN-PCT         PIC 9(02)V99.
              05 WS-PEN-VALOR-FIXO  PIC 9(06)V99.
              05 WS-PEN-BENEF       PIC X(20).
              05 WS-PEN-BANCO       PIC 9(03).
              05 WS-PEN-AGENCIA     PIC 9(04).
              05 WS-PEN-CONTA       PIC 9(08).
              05 WS-PEN-DIGITO      PIC X(01).

      *    Competencia aaaamm em numero absoluto de meses: conta a
      *    parcela devida sem se perder na virada do ano.
       01  WS-CMP-G.
           03 WS-CMP-ANO            PIC 9(04).
           03 WS-CMP-MES            PIC 9(02).
       01  WS-CMP REDEFINES WS-CMP-G PIC 9(06).

       01  WS-TAB-CONSIG.
           03 WS-CSG-ITEM OCCURS 200 TIMES.
              05 WS-CSG-CONTRATO    PIC 9(05).
              05 WS-CSG-COD         PIC 9(03).
              05 WS-CSG-INICIO      PIC 9(06).
              05 WS-CSG-PARCELAS    PIC 9(03).
              05 WS-CSG-VALOR       PIC 9(06)V99.

       01  WS-TAB-DESCACAD.
           03 WS-DAC-ITEM OCCURS 200 TIMES.
              05 WS-DAC-COD         PIC 9(03).
              05 WS-DAC-VALOR       PIC 9(06)V99.

       01  WS-TAB-COMISSAO.
           03 WS-COM-ITEM OCCURS 200 TIMES.
              05 WS-COM-COD         PIC 9(03).
              05 WS-COM-VALOR       PIC 9(06)V99.

       01  WS-TAB-ADIANT.
           03 WS-ADI-ITEM OCCURS 200 TIMES.
               PERFORM 0400-CARREGA-DEPENDENTES
               PERFORM 0420-CARREGA-BENEFICIOS
               PERFORM 0430-CARREGA-ADIANTAMENTOS
               PERFORM 0440-CARREGA-COMISSOES
               PERFORM 0445-CARREGA-DESC-ACADEMIA
               PERFORM 0447-CARREGA-CONSIGNADOS
               PERFORM 0448-CARREGA-PENSOES
               PERFORM 0449-CARREGA-DISSIDIO
               PERFORM 0450-CARREGA-DESLIGADOS

               OPEN INPUT ARQFUN
               IF FUN-OK
                   OPEN OUTPUT ARQHOL
                   OPEN OUTPUT ARQLIQ
                   OPEN OUTPUT ARQMES
                   OPEN OUTPUT ARQCDESC
                   OPEN OUTPUT ARQPCRED

                   PERFORM 1000-LER-ARQUIVO


                   PERFORM 4000-TOTAIS

                   CLOSE ARQHOL  ARQLIQ  ARQMES  ARQCDESC
                   CLOSE ARQPCRED
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR ARQFUNCIONARIO.TXT'
               DISPLAY 'FUNCIONARIO DESLIGADO FORA DA FOLHA: '
                       FD-COD-F
           ELSE
               PERFORM 2050-BUSCA-COMISSAO
               PERFORM 2100-CALCULA-INSS
               PERFORM 2200-BUSCA-DEPENDENTES
               PERFORM 2250-CALCULA-PENSAO
               PERFORM 2300-CALCULA-IRRF
               PERFORM 2400-CALCULA-BENEFICIOS
               PERFORM 2500-BUSCA-ADIANTAMENTO
               PERFORM 2550-BUSCA-DESC-ACADEMIA
               PERFORM 2560-BUSCA-DISSIDIO

               COMPUTE WS-VLR-LIQUIDO =
                   WS-VLR-BRUTO-FUNC - WS-VLR-INSS - WS-VLR-IRRF
                   - WS-VLR-VT - WS-VLR-VR - WS-VLR-ADIANT
                   - WS-VLR-ACADEMIA - WS-VLR-PENSAO
                   + WS-VLR-DISSIDIO - WS-VLR-INSS-DISS
                   - WS-VLR-IRRF-DISS
               IF WS-VLR-LIQUIDO < ZEROS
                   PERFORM 2580-ZERA-LIQUIDO-NEGATIVO
               END-IF

               PERFORM 2600-DESCONTA-CONSIGNADO

               PERFORM 3000-IMPRIME-HOLERITE
               PERFORM 3500-GRAVA-LIQUIDO
               PERFORM 3600-GRAVA-FOLHA-MES

               ADD WS-VLR-BRUTO-FUNC TO WS-TOT-BRUTO
               ADD WS-VLR-COMISSAO   TO WS-TOT-COMISSAO
               ADD WS-VLR-INSS    TO WS-TOT-INSS
               ADD WS-VLR-IRRF    TO WS-TOT-IRRF
               ADD WS-VLR-VT      TO WS-TOT-VT
               ADD WS-VLR-VR      TO WS-TOT-VR
               ADD WS-VLR-ADIANT  TO WS-TOT-ADIANT
               ADD WS-VLR-ACADEMIA TO WS-TOT-ACADEMIA
               ADD WS-VLR-CONSIG  TO WS-TOT-CONSIG
               ADD WS-VLR-PENSAO  TO WS-TOT-PENSAO
               ADD WS-VLR-DISSIDIO  TO WS-TOT-DISSIDIO
               ADD WS-VLR-INSS-DISS TO WS-TOT-INSS-DISS
               ADD WS-VLR-IRRF-DISS TO WS-TOT-IRRF-DISS
               ADD WS-VLR-LIQUIDO TO WS-TOT-LIQUIDO
               ADD 1 TO WS-CONT-HOLERITE
           END-IF
           PERFORM VARYING WS-IDX-INS FROM 1 BY 1
                   UNTIL WS-IDX-INS > WS-QTD-INSS
                      OR WS-ACHOU-FAIXA = 'S'
               IF WS-VLR-BRUTO-FUNC <= WS-INS-TETO(WS-IDX-INS)
                   COMPUTE WS-VLR-INSS =
                       WS-VLR-BRUTO-FUNC *
                       WS-INS-ALIQUOTA(WS-IDX-INS) / 100
                   MOVE 'S' TO WS-ACHOU-FAIXA
               END-IF

           IF WS-ACHOU-FAIXA = 'N' AND WS-QTD-INSS > 0
               COMPUTE WS-VLR-INSS =
                   WS-VLR-BRUTO-FUNC *
                   WS-INS-ALIQUOTA(WS-QTD-INSS) / 100
           END-IF
           .
               WS-QTD-DEP-FUNC * WS-VALOR-DEPENDENTE
           .
           EXIT.
      *----------------------------------------------------------------*
       2250-CALCULA-PENSAO.
      *----------------------------------------------------------------*
      *    Base 'B' = bruto; base 'L' = liquido dos descontos
      *    obrigatorios (bruto menos INSS - o IRRF depende da propria
      *    pensao); 'F' = valor fixo do oficio. A soma das ordens
      *    nunca passa do bruto menos INSS.
           MOVE ZEROS TO WS-VLR-PENSAO
           COMPUTE WS-LIMITE-PENSAO = WS-VLR-BRUTO-FUNC - WS-VLR-INSS

           PERFORM VARYING WS-IDX-PEN FROM 1 BY 1
                   UNTIL WS-IDX-PEN > WS-QTD-PENS
               IF WS-PEN-COD(WS-IDX-PEN) = FD-COD-F
                   EVALUATE WS-PEN-BASE(WS-IDX-PEN)
                       WHEN 'B'
                           MOVE WS-VLR-BRUTO-FUNC TO WS-BASE-PENSAO
                           COMPUTE WS-VLR-PENSAO-ORDEM ROUNDED =
                               WS-BASE-PENSAO *
                               WS-PEN-PCT(WS-IDX-PEN) / 100
                       WHEN 'L'
                           MOVE WS-LIMITE-PENSAO TO WS-BASE-PENSAO
                           COMPUTE WS-VLR-PENSAO-ORDEM ROUNDED =
                               WS-BASE-PENSAO *
                               WS-PEN-PCT(WS-IDX-PEN) / 100
                       WHEN OTHER
                           MOVE ZEROS TO WS-BASE-PENSAO
                           MOVE WS-PEN-VALOR-FIXO(WS-IDX-PEN)
                               TO WS-VLR-PENSAO-ORDEM
                   END-EVALUATE

                   IF WS-VLR-PENSAO + WS-VLR-PENSAO-ORDEM
                      > WS-LIMITE-PENSAO
                       COMPUTE WS-VLR-PENSAO-ORDEM =
                           WS-LIMITE-PENSAO - WS-VLR-PENSAO
                       DISPLAY 'PENSAO LIMITADA AO LIQUIDO: '
                               FD-COD-F ' PROCESSO '
                               WS-PEN-PROCESSO(WS-IDX-PEN)
                   END-IF

                   ADD WS-VLR-PENSAO-ORDEM TO WS-VLR-PENSAO
                   PERFORM 2260-GRAVA-CREDITO-PENSAO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2260-GRAVA-CREDITO-PENSAO.
      *----------------------------------------------------------------*
      *    Credito do beneficiario para a REMESSA e para o relatorio
      *    de ordens aplicadas do juridico.
           MOVE WS-COMPETENCIA-HOL          TO PCR-COMPETENCIA
           MOVE FD-COD-F                    TO PCR-COD
           MOVE FD-NOME-F                   TO PCR-NOME
           MOVE WS-PEN-PROCESSO(WS-IDX-PEN) TO PCR-PROCESSO
           MOVE WS-PEN-BASE(WS-IDX-PEN)     TO PCR-BASE
           MOVE WS-PEN-PCT(WS-IDX-PEN)      TO PCR-PCT
           MOVE WS-BASE-PENSAO              TO PCR-BASE-VALOR
           MOVE WS-VLR-PENSAO-ORDEM         TO PCR-VALOR
           MOVE WS-PEN-BENEF(WS-IDX-PEN)    TO PCR-BENEFICIARIO
           MOVE WS-PEN-BANCO(WS-IDX-PEN)    TO PCR-BANCO
           MOVE WS-PEN-AGENCIA(WS-IDX-PEN)  TO PCR-AGENCIA
           MOVE WS-PEN-CONTA(WS-IDX-PEN)    TO PCR-CONTA
           MOVE WS-PEN-DIGITO(WS-IDX-PEN)   TO PCR-DIGITO
           WRITE REG-PENSCRED
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-CALCULA-IRRF.
      *----------------------------------------------------------------*
      *    Pensao alimenticia judicial e deduzida da base do IRRF.
           MOVE ZEROS TO WS-VLR-IRRF
           MOVE 'N'   TO WS-ACHOU-FAIXA

           IF WS-VLR-BRUTO-FUNC >
              WS-VLR-INSS + WS-VLR-DED-DEP + WS-VLR-PENSAO
               COMPUTE WS-BASE-IRRF =
                   WS-VLR-BRUTO-FUNC - WS-VLR-INSS - WS-VLR-DED-DEP
                   - WS-VLR-PENSAO
           ELSE
               MOVE ZEROS TO WS-BASE-IRRF
           END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0440-CARREGA-COMISSOES.
      *----------------------------------------------------------------*
      *    Comissoes de treinador creditadas pela COMISSAO para esta
      *    competencia: provento a mais, sobre o qual incidem INSS e
      *    IRRF.
           OPEN INPUT ARQCOMIS
           IF COMIS-OK
               PERFORM UNTIL WS-COMIS-EOF = 'S'
                   READ ARQCOMIS
                       AT END
                           MOVE 'S' TO WS-COMIS-EOF
                       NOT AT END
                           IF COM-COMPETENCIA = WS-COMPETENCIA-HOL
                              AND WS-QTD-COMIS < 200
                               ADD 1 TO WS-QTD-COMIS
                               MOVE COM-COD
                                   TO WS-COM-COD(WS-QTD-COMIS)
                               MOVE COM-VALOR
                                   TO WS-COM-VALOR(WS-QTD-COMIS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCOMIS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0445-CARREGA-DESC-ACADEMIA.
      *----------------------------------------------------------------*
      *    Mensalidade do plano de funcionario da academia lancada pela
      *    ACADFUNC para esta competencia: desconto em folha.
           OPEN INPUT ARQDESCAC
           IF DESCAC-OK
               PERFORM UNTIL WS-DESCAC-EOF = 'S'
                   READ ARQDESCAC
                       AT END
                           MOVE 'S' TO WS-DESCAC-EOF
                       NOT AT END
                           IF DAC-COMPETENCIA = WS-COMPETENCIA-HOL
                              AND WS-QTD-DESCAC < 200
                               ADD 1 TO WS-QTD-DESCAC
                               MOVE DAC-COD
                                   TO WS-DAC-COD(WS-QTD-DESCAC)
                               MOVE DAC-VALOR
                                   TO WS-DAC-VALOR(WS-QTD-DESCAC)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDESCAC
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0447-CARREGA-CONSIGNADOS.
      *----------------------------------------------------------------*
      *    Contratos de emprestimo consignado gravados pelo CONSIG:
      *    a parcela devida no mes sai da competencia inicial.
           MOVE WS-COMPETENCIA-HOL TO WS-CMP
           PERFORM 2660-MES-ABSOLUTO
           MOVE WS-MES-ABSOLUTO TO WS-MES-FOLHA

           OPEN INPUT ARQCONS
           IF CONS-OK
               PERFORM UNTIL WS-CONS-EOF = 'S'
                   READ ARQCONS
                       AT END
                           MOVE 'S' TO WS-CONS-EOF
                       NOT AT END
                           IF WS-QTD-CONS < 200
                               ADD 1 TO WS-QTD-CONS
                               MOVE CSG-CONTRATO
                                   TO WS-CSG-CONTRATO(WS-QTD-CONS)
                               MOVE CSG-COD
                                   TO WS-CSG-COD(WS-QTD-CONS)
                               MOVE CSG-INICIO
                                   TO WS-CSG-INICIO(WS-QTD-CONS)
                               MOVE CSG-PARCELAS
                                   TO WS-CSG-PARCELAS(WS-QTD-CONS)
                               MOVE CSG-VALOR-PARCELA
                                   TO WS-CSG-VALOR(WS-QTD-CONS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCONS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0448-CARREGA-PENSOES.
      *----------------------------------------------------------------*
      *    Ordens judiciais de pensao alimenticia (PENSAO.TXT, mantido
      *    pelo RH a partir do oficio do juizo).
           OPEN INPUT ARQPENS
           IF PENS-OK
               PERFORM UNTIL WS-PENS-EOF = 'S'
                   READ ARQPENS
                       AT END
                           MOVE 'S' TO WS-PENS-EOF
                       NOT AT END
                           IF WS-QTD-PENS < 200
                               ADD 1 TO WS-QTD-PENS
                               MOVE PEN-COD
                                   TO WS-PEN-COD(WS-QTD-PENS)
                               MOVE PEN-PROCESSO
                                   TO WS-PEN-PROCESSO(WS-QTD-PENS)
                               MOVE PEN-BASE
                                   TO WS-PEN-BASE(WS-QTD-PENS)
                               MOVE PEN-PCT
                                   TO WS-PEN-PCT(WS-QTD-PENS)
                               MOVE PEN-VALOR-FIXO
                                   TO WS-PEN-VALOR-FIXO(WS-QTD-PENS)
                               MOVE PEN-BENEFICIARIO
                                   TO WS-PEN-BENEF(WS-QTD-PENS)
                               MOVE PEN-BANCO
                                   TO WS-PEN-BANCO(WS-QTD-PENS)
                               MOVE PEN-AGENCIA
                                   TO WS-PEN-AGENCIA(WS-QTD-PENS)
                               MOVE PEN-CONTA
                                   TO WS-PEN-CONTA(WS-QTD-PENS)
                               MOVE PEN-DIGITO
                                   TO WS-PEN-DIGITO(WS-QTD-PENS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQPENS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0449-CARREGA-DISSIDIO.
      *----------------------------------------------------------------*
      *    Diferencas retroativas de dissidio que o DISSIDIO mandou
      *    pagar nesta competencia, com INSS e IRRF RRA ja apurados.
           OPEN INPUT ARQDISS
           IF DISS-OK
               PERFORM UNTIL WS-DISS-EOF = 'S'
                   READ ARQDISS
                       AT END
                           MOVE 'S' TO WS-DISS-EOF
                       NOT AT END
                           IF DDF-COMPETENCIA = WS-COMPETENCIA-HOL
                              AND WS-QTD-DISS < 200
                               ADD 1 TO WS-QTD-DISS
                               MOVE DDF-COD
                                   TO WS-DIS-COD(WS-QTD-DISS)
                               MOVE DDF-VALOR
                                   TO WS-DIS-VALOR(WS-QTD-DISS)
                               MOVE DDF-INSS
                                   TO WS-DIS-INSS(WS-QTD-DISS)
                               MOVE DDF-IRRF
                                   TO WS-DIS-IRRF(WS-QTD-DISS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQDISS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2050-BUSCA-COMISSAO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-VLR-COMISSAO

           PERFORM VARYING WS-IDX-COM FROM 1 BY 1
                   UNTIL WS-IDX-COM > WS-QTD-COMIS
               IF WS-COM-COD(WS-IDX-COM) = FD-COD-F
                   ADD WS-COM-VALOR(WS-IDX-COM) TO WS-VLR-COMISSAO
               END-IF
           END-PERFORM

           COMPUTE WS-VLR-BRUTO-FUNC = FD-SALFUN-F + WS-VLR-COMISSAO
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-BUSCA-ADIANTAMENTO.
      *----------------------------------------------------------------*
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2550-BUSCA-DESC-ACADEMIA.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-VLR-ACADEMIA

           PERFORM VARYING WS-IDX-DAC FROM 1 BY 1
                   UNTIL WS-IDX-DAC > WS-QTD-DESCAC
               IF WS-DAC-COD(WS-IDX-DAC) = FD-COD-F
                   ADD WS-DAC-VALOR(WS-IDX-DAC) TO WS-VLR-ACADEMIA
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2560-BUSCA-DISSIDIO.
      *----------------------------------------------------------------*
      *    Fica fora do bruto do mes: nao entra nas bases do INSS e do
      *    IRRF mensais nem no limite da pensao.
           MOVE ZEROS TO WS-VLR-DISSIDIO
           MOVE ZEROS TO WS-VLR-INSS-DISS
           MOVE ZEROS TO WS-VLR-IRRF-DISS

           PERFORM VARYING WS-IDX-DIS FROM 1 BY 1
                   UNTIL WS-IDX-DIS > WS-QTD-DISS
               IF WS-DIS-COD(WS-IDX-DIS) = FD-COD-F
                   ADD WS-DIS-VALOR(WS-IDX-DIS) TO WS-VLR-DISSIDIO
                   ADD WS-DIS-INSS(WS-IDX-DIS)  TO WS-VLR-INSS-DISS
                   ADD WS-DIS-IRRF(WS-IDX-DIS)  TO WS-VLR-IRRF-DISS
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2580-ZERA-LIQUIDO-NEGATIVO.
      *----------------------------------------------------------------*
      *    Descontos acima do bruto (pensao, adiantamento, academia):
      *    nao se paga liquido negativo. O excedente fica para o DP
      *    acertar e entra na conferencia do total.
           DISPLAY 'LIQUIDO NEGATIVO ZERADO - DESCONTOS ACIMA DO '
                   'BRUTO: ' FD-COD-F ' ' FD-NOME-F
           COMPUTE WS-TOT-LIQ-NEGATIVO =
               WS-TOT-LIQ-NEGATIVO - WS-VLR-LIQUIDO
           MOVE ZEROS TO WS-VLR-LIQUIDO
           .
           EXIT.
      *----------------------------------------------------------------*
       2600-DESCONTA-CONSIGNADO.
      *----------------------------------------------------------------*
      *    Parcela devida = meses desde a competencia inicial + 1. So
      *    e descontada se couber no liquido; a que nao cabe vai para
      *    a remessa como SEM MARGEM e segue no saldo devedor.
           MOVE ZEROS TO WS-VLR-CONSIG
           MOVE ZEROS TO WS-SALDO-CONSIG

           PERFORM VARYING WS-IDX-CSG FROM 1 BY 1
                   UNTIL WS-IDX-CSG > WS-QTD-CONS
               IF WS-CSG-COD(WS-IDX-CSG) = FD-COD-F
                   MOVE WS-CSG-INICIO(WS-IDX-CSG) TO WS-CMP
                   PERFORM 2660-MES-ABSOLUTO
                   COMPUTE WS-NUM-PARCELA =
                       WS-MES-FOLHA - WS-MES-ABSOLUTO + 1
                   IF WS-NUM-PARCELA >= 1
                      AND WS-NUM-PARCELA <= WS-CSG-PARCELAS(WS-IDX-CSG)
                       PERFORM 2650-GRAVA-PARCELA
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2650-GRAVA-PARCELA.
      *----------------------------------------------------------------*
           MOVE WS-COMPETENCIA-HOL         TO CSD-COMPETENCIA
           MOVE WS-CSG-CONTRATO(WS-IDX-CSG) TO CSD-CONTRATO
           MOVE FD-COD-F                   TO CSD-COD
           MOVE FD-NOME-F                  TO CSD-NOME
           MOVE WS-NUM-PARCELA             TO CSD-PARCELA
           MOVE WS-CSG-PARCELAS(WS-IDX-CSG) TO CSD-PARCELAS
           MOVE WS-CSG-VALOR(WS-IDX-CSG)   TO CSD-VALOR

           IF WS-CSG-VALOR(WS-IDX-CSG) <= WS-VLR-LIQUIDO
               SUBTRACT WS-CSG-VALOR(WS-IDX-CSG) FROM WS-VLR-LIQUIDO
               ADD WS-CSG-VALOR(WS-IDX-CSG) TO WS-VLR-CONSIG
               COMPUTE WS-SALDO-PARCELAS =
                   (WS-CSG-PARCELAS(WS-IDX-CSG) - WS-NUM-PARCELA) *
                   WS-CSG-VALOR(WS-IDX-CSG)
               MOVE 'D' TO CSD-SITUACAO
           ELSE
               COMPUTE WS-SALDO-PARCELAS =
                   (WS-CSG-PARCELAS(WS-IDX-CSG) - WS-NUM-PARCELA + 1) *
                   WS-CSG-VALOR(WS-IDX-CSG)
               MOVE 'N' TO CSD-SITUACAO
               DISPLAY 'PARCELA CONSIGNADA SEM MARGEM NO LIQUIDO: '
                       FD-COD-F ' CONTRATO '
                       WS-CSG-CONTRATO(WS-IDX-CSG)
           END-IF

           MOVE WS-SALDO-PARCELAS TO CSD-SALDO
           ADD WS-SALDO-PARCELAS TO WS-SALDO-CONSIG
           WRITE REG-CONSDESC
           .
           EXIT.
      *----------------------------------------------------------------*
       2660-MES-ABSOLUTO.
      *----------------------------------------------------------------*
           COMPUTE WS-MES-ABSOLUTO = WS-CMP-ANO * 12 + WS-CMP-MES - 1
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-CALCULA-BENEFICIOS.
      *----------------------------------------------------------------*
           MOVE FD-SALFUN-F              TO WS-HOL-VALOR
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR

           IF WS-VLR-COMISSAO > ZEROS
               MOVE 'COMISSAO TREINADOR .. ' TO WS-HOL-ROTULO
               MOVE WS-VLR-COMISSAO          TO WS-HOL-VALOR
               WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
           END-IF

           IF WS-VLR-DISSIDIO > ZEROS
               MOVE 'DIF. DISSIDIO RETROAT.' TO WS-HOL-ROTULO
               MOVE WS-VLR-DISSIDIO          TO WS-HOL-VALOR
               WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
           END-IF

           MOVE 'DESCONTO INSS ....... ' TO WS-HOL-ROTULO
           MOVE WS-VLR-INSS              TO WS-HOL-VALOR
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
           MOVE WS-VLR-IRRF              TO WS-HOL-VALOR
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR

           IF WS-VLR-DISSIDIO > ZEROS
               MOVE 'INSS S/ DISSIDIO .... ' TO WS-HOL-ROTULO
               MOVE WS-VLR-INSS-DISS         TO WS-HOL-VALOR
               WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
               MOVE 'IRRF RRA DISSIDIO ... ' TO WS-HOL-ROTULO
               MOVE WS-VLR-IRRF-DISS         TO WS-HOL-VALOR
               WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
           END-IF

           MOVE 'DEDUCAO DEPENDENTES . ' TO WS-HOL-ROTULO
           MOVE WS-VLR-DED-DEP           TO WS-HOL-VALOR
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
           MOVE WS-VLR-ADIANT            TO WS-HOL-VALOR
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR

           IF WS-VLR-ACADEMIA > ZEROS
               MOVE 'DESC. ACADEMIA ...... ' TO WS-HOL-ROTULO
               MOVE WS-VLR-ACADEMIA          TO WS-HOL-VALOR
               WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
           END-IF

           IF WS-VLR-PENSAO > ZEROS
               MOVE 'PENSAO ALIMENTICIA .. ' TO WS-HOL-ROTULO
               MOVE WS-VLR-PENSAO            TO WS-HOL-VALOR
               WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
           END-IF

           IF WS-VLR-CONSIG > ZEROS
               MOVE 'DESC. CONSIGNADO .... ' TO WS-HOL-ROTULO
               MOVE WS-VLR-CONSIG            TO WS-HOL-VALOR
               WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
           END-IF

           MOVE 'SALARIO LIQUIDO ..... ' TO WS-HOL-ROTULO
           MOVE WS-VLR-LIQUIDO           TO WS-HOL-VALOR
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR

           IF WS-SALDO-CONSIG > ZEROS
               MOVE 'SALDO DEVEDOR CONSIG. ' TO WS-HOL-ROTULO
               MOVE WS-SALDO-CONSIG          TO WS-HOL-VALOR
               WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
           END-IF

           WRITE REG-HOLERITE FROM WS-PONTILHADO
           .
           EXIT.
           WRITE REG-LIQUIDO
           .
           EXIT.
      *----------------------------------------------------------------*
       3600-GRAVA-FOLHA-MES.
      *----------------------------------------------------------------*
      *    Holerite em forma de maquina: o FECHAMES leva estas linhas
      *    para o historico da folha ao fechar a competencia.
           MOVE SPACES             TO REG-FOLHAMES
           MOVE WS-COMPETENCIA-HOL TO FMS-COMPETENCIA
           MOVE FD-COD-F           TO FMS-COD
           MOVE FD-DEPTO-F         TO FMS-DEPTO
           MOVE FD-NOME-F          TO FMS-NOME
           MOVE FD-SALFUN-F        TO FMS-SALARIO
           MOVE WS-VLR-COMISSAO    TO FMS-COMISSAO
           MOVE WS-VLR-BRUTO-FUNC  TO FMS-BRUTO
           MOVE WS-VLR-INSS        TO FMS-INSS
           MOVE WS-VLR-IRRF        TO FMS-IRRF
           MOVE WS-VLR-VT          TO FMS-VT
           MOVE WS-VLR-VR          TO FMS-VR
           MOVE WS-VLR-ADIANT      TO FMS-ADIANT
           MOVE WS-VLR-ACADEMIA    TO FMS-ACADEMIA
           MOVE WS-VLR-LIQUIDO     TO FMS-LIQUIDO
           MOVE WS-VLR-CONSIG      TO FMS-CONSIGNADO
           MOVE WS-VLR-PENSAO      TO FMS-PENSAO
           MOVE WS-VLR-DISSIDIO    TO FMS-DISSIDIO
           MOVE WS-VLR-INSS-DISS   TO FMS-INSS-DISSIDIO
           MOVE WS-VLR-IRRF-DISS   TO FMS-IRRF-DISSIDIO

           WRITE REG-FOLHAMES
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-TOTAIS.
      *----------------------------------------------------------------*
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
           DISPLAY WS-HOL-LINHA-VALOR

           MOVE 'DOS QUAIS COMISSOES . ' TO WS-HOL-ROTULO
           MOVE WS-TOT-COMISSAO          TO WS-HOL-VALOR
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR

           MOVE 'TOTAL INSS .......... ' TO WS-HOL-ROTULO
           MOVE WS-TOT-INSS              TO WS-HOL-VALOR
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
           MOVE WS-TOT-ADIANT            TO WS-HOL-VALOR
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR

           MOVE 'TOTAL DESC. ACADEMIA  ' TO WS-HOL-ROTULO
           MOVE WS-TOT-ACADEMIA          TO WS-HOL-VALOR
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR

           MOVE 'TOTAL CONSIGNADO .... ' TO WS-HOL-ROTULO
           MOVE WS-TOT-CONSIG            TO WS-HOL-VALOR
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR

           MOVE 'TOTAL PENSAO ALIM. .. ' TO WS-HOL-ROTULO
           MOVE WS-TOT-PENSAO            TO WS-HOL-VALOR
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR

           IF WS-TOT-DISSIDIO > ZEROS
               MOVE 'TOTAL DIF. DISSIDIO . ' TO WS-HOL-ROTULO
               MOVE WS-TOT-DISSIDIO          TO WS-HOL-VALOR
               WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR

               MOVE 'TOTAL INSS DISSIDIO . ' TO WS-HOL-ROTULO
               MOVE WS-TOT-INSS-DISS         TO WS-HOL-VALOR
               WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR

               MOVE 'TOTAL IRRF DISSIDIO . ' TO WS-HOL-ROTULO
               MOVE WS-TOT-IRRF-DISS         TO WS-HOL-VALOR
               WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
           END-IF

           MOVE 'TOTAL LIQUIDO ....... ' TO WS-HOL-ROTULO
           MOVE WS-TOT-LIQUIDO           TO WS-HOL-VALOR
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR

           IF WS-TOT-LIQ-NEGATIVO > ZEROS
               MOVE 'DESC. ACIMA DO BRUTO  ' TO WS-HOL-ROTULO
               MOVE WS-TOT-LIQ-NEGATIVO      TO WS-HOL-VALOR
               WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
           END-IF

      *    O dissidio retroativo entra dos dois lados: provento a mais
      *    no bruto, INSS e IRRF proprios nos descontos; o liquido
      *    negativo zerado e desconto que o bruto nao cobriu.
           IF WS-TOT-LIQUIDO + WS-TOT-INSS + WS-TOT-IRRF +
              WS-TOT-VT + WS-TOT-VR + WS-TOT-ADIANT +
              WS-TOT-ACADEMIA + WS-TOT-CONSIG + WS-TOT-PENSAO +
              WS-TOT-INSS-DISS + WS-TOT-IRRF-DISS
              = WS-TOT-BRUTO + WS-TOT-DISSIDIO + WS-TOT-LIQ-NEGATIVO
               MOVE 'CONFERENCIA ......OK  ' TO WS-HOL-ROTULO
               COMPUTE WS-HOL-VALOR = WS-TOT-BRUTO + WS-TOT-DISSIDIO
           ELSE
               MOVE 'CONFERENCIA DIVERGE   ' TO WS-HOL-ROTULO
               COMPUTE WS-HOL-VALOR =
                   WS-TOT-LIQUIDO + WS-TOT-INSS + WS-TOT-IRRF +
                   WS-TOT-VT + WS-TOT-VR + WS-TOT-ADIANT +
                   WS-TOT-ACADEMIA + WS-TOT-CONSIG + WS-TOT-PENSAO +
                   WS-TOT-INSS-DISS + WS-TOT-IRRF-DISS
           END-IF
           WRITE REG-HOLERITE FROM WS-HOL-LINHA-VALOR
           DISPLAY WS-HOL-LINHA-VALOR
