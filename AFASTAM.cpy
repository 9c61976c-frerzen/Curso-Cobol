      *----------------------------------------------------------------*
      *  AFASTAM.CPY                                                   *
      *  Shared working-storage for the employee leave register        *
      *  AFASTAM.TXT kept by AFASTA. COPY this (plus AFASTAM-PROC.CPY  *
      *  in the PROCEDURE DIVISION) into any program that declares its *
      *  own SELECT/FD for ARQAFAST/REG-AFAST with the fields AFA-COD  *
      *  PIC 9(03), AFA-TIPO PIC X(01), AFA-INICIO and AFA-FIM PIC     *
      *  9(08). PERFORM 9200-CARREGA-AFASTAMENTOS once at start-up.    *
      *  Type D is sick leave and A work-accident leave - the company  *
      *  pays the first 15 days and the INSS the rest; type M is       *
      *  maternity leave, paid by the INSS from the first day. AFA-FIM *
      *  zeros means no return date yet. To size the INSS part of the  *
      *  leaves inside a window, fill WS-AFA-COD-CALC, the types to    *
      *  consider in WS-AFA-TIPOS-CALC (e.g. 'DAM') and the window in  *
      *  WS-AFA-PER-INI/WS-AFA-PER-FIM, then PERFORM 9250-DIAS-INSS:   *
      *  WS-AFA-DIAS-CALC holds the days the company does not pay.     *
      *  9260-LIMITES-MES turns WS-AFA-MES-CALC (AAAAMM) into that     *
      *  month's window and its length in WS-AFA-DIAS-MES.             *
      *----------------------------------------------------------------*
       77  WS-STATUS-AFAST         PIC X(02) VALUE SPACES.
           88 AFAST-OK                   VALUE '00'.
       77  WS-AFAST-EOF            PIC X(01) VALUE ' '.
       77  WS-QTD-AFAST            PIC 9(03) VALUE ZEROS.
       77  WS-IDX-AFAST            PIC 9(03) VALUE ZEROS.
       77  WS-AFA-COD-CALC         PIC 9(03) VALUE ZEROS.
       77  WS-AFA-TIPOS-CALC       PIC X(03) VALUE SPACES.
       77  WS-AFA-PER-INI          PIC 9(08) VALUE ZEROS.
       77  WS-AFA-PER-FIM          PIC 9(08) VALUE ZEROS.
       77  WS-AFA-DIAS-CALC        PIC 9(05) VALUE ZEROS.
       77  WS-AFA-DIAS-MES         PIC 9(02) VALUE ZEROS.
       77  WS-AFA-CARENCIA         PIC 9(02) VALUE 15.
       77  WS-AFA-INT-INI          PIC 9(07) VALUE ZEROS.
       77  WS-AFA-INT-FIM          PIC 9(07) VALUE ZEROS.
       77  WS-AFA-INT-PER-INI      PIC 9(07) VALUE ZEROS.
       77  WS-AFA-INT-PER-FIM      PIC 9(07) VALUE ZEROS.

       01  WS-AFA-MES-G.
           03 WS-AFA-MES-CALC      PIC 9(06) VALUE ZEROS.
           03 WS-AFA-MES-R REDEFINES WS-AFA-MES-CALC.
              05 WS-AFA-MES-ANO    PIC 9(04).
              05 WS-AFA-MES-MES    PIC 9(02).
       01  WS-AFA-PROX-MES.
           03 WS-AFA-PROX-ANO      PIC 9(04) VALUE ZEROS.
           03 WS-AFA-PROX-MM       PIC 9(02) VALUE ZEROS.
           03 WS-AFA-PROX-DD       PIC 9(02) VALUE ZEROS.
       01  WS-AFA-PROX-DATA REDEFINES WS-AFA-PROX-MES PIC 9(08).

       01  WS-TAB-AFAST.
           03 WS-AFA-ITEM OCCURS 300 TIMES.
              05 WS-AFA-COD        PIC 9(03).
              05 WS-AFA-TIPO       PIC X(01).
                 88 AFA-DOENCA           VALUE 'D'.
                 88 AFA-ACIDENTE         VALUE 'A'.
                 88 AFA-MATERNIDADE      VALUE 'M'.
              05 WS-AFA-INICIO     PIC 9(08).
              05 WS-AFA-FIM        PIC 9(08).
