      *----------------------------------------------------------------*
      *  ENCATRASO.CPY                                                 *
      *  Shared working-storage for the late-payment charges on a      *
      *  tuition charge of MENSALID.TXT - the single late fee and the  *
      *  daily pro-rata interest of MENSPARM.TXT. COPY this (plus      *
      *  ENCATRASO-PROC.CPY in the PROCEDURE DIVISION) into any        *
      *  program that settles or reports tuition, so MENSAL at the     *
      *  window and BOLETO on the bank return charge the same amount.  *
      *  Move the MENSPARM due day and percentages over the defaults   *
      *  below, fill WS-ENC-COMPETENCIA, WS-ENC-VALOR and WS-DATA-     *
      *  REFERENCIA and PERFORM 9700-CALCULA-ENCARGOS: WS-VENCIMENTO,  *
      *  WS-DIAS-ATRASO, WS-VALOR-MULTA, WS-VALOR-JUROS and WS-VALOR-  *
      *  ENCARGOS come back (zeros when paid by the due date).         *
      *----------------------------------------------------------------*
       77  WS-DIA-VENCIMENTO       PIC 9(02) VALUE 10.
       77  WS-PCT-MULTA            PIC 9(02)V99 VALUE 2,00.
       77  WS-PCT-JUROS-MES        PIC 9(02)V99 VALUE 1,00.
       77  WS-ENC-COMPETENCIA      PIC 9(06) VALUE ZEROS.
       77  WS-ENC-VALOR            PIC 9(06)V99 VALUE ZEROS.
       77  WS-DATA-REFERENCIA      PIC 9(08) VALUE ZEROS.
       77  WS-VENCIMENTO           PIC 9(08) VALUE ZEROS.
       77  WS-DIAS-ATRASO          PIC 9(05) VALUE ZEROS.
       77  WS-VALOR-MULTA          PIC 9(04)V99 VALUE ZEROS.
       77  WS-VALOR-JUROS          PIC 9(04)V99 VALUE ZEROS.
       77  WS-VALOR-ENCARGOS       PIC 9(05)V99 VALUE ZEROS.
