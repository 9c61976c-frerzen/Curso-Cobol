      *----------------------------------------------------------------*
      *  CONSENTIM.CPY                                                 *
      *  Shared working-storage for the marketing consent register     *
      *  CONSENT.TXT kept by CONSENT. COPY this (plus                  *
      *  CONSENTIM-PROC.CPY in the PROCEDURE DIVISION) into every      *
      *  outbound run - letters, call lists, mailings - that declares  *
      *  its own SELECT/FD for ARQCNS/REG-CONSENT with the CNS-*       *
      *  fields. PERFORM 9750-CARREGA-CONSENTIMENTOS once at start-up; *
      *  then fill WS-CNS-CHAVE (CPF and channel C = carta,            *
      *  T = telefone, E = e-mail) and PERFORM                         *
      *  9760-VERIFICA-CONSENTIMENTO - when                            *
      *  CONSENTIMENTO-NEGADO is set the last entry for that CPF and   *
      *  channel is a withdrawal and the contact must be skipped. A    *
      *  CPF with no entry for the channel is left free to contact.    *
      *  When CONSENTIMENTOS-ESTOURADOS is set after the load the      *
      *  register holds more than 3000 CPF/channel pairs and some      *
      *  withdrawals were left out: the run must end abnormally and    *
      *  produce no letters, lists or mailings.                        *
      *----------------------------------------------------------------*
       77  WS-STATUS-CNS           PIC X(02) VALUE SPACES.
           88 CNS-ARQ-OK                 VALUE '00'.
       77  WS-CNS-EOF              PIC X(01) VALUE ' '.
       77  WS-QTD-CNS              PIC 9(04) VALUE ZEROS.
       77  WS-IDX-CNS              PIC 9(04) VALUE ZEROS.
       77  WS-IDX-CNS2             PIC 9(04) VALUE ZEROS.
       77  WS-CNS-ESTOURO          PIC X(01) VALUE 'N'.
           88 CONSENTIMENTOS-ESTOURADOS  VALUE 'S'.
       77  WS-CNS-SITUACAO-FIN     PIC X(01) VALUE ' '.
           88 CONSENTIMENTO-NEGADO       VALUE 'N'.

       01  WS-CNS-CHAVE.
           03 WS-CNS-CHAVE-CPF     PIC 9(11) VALUE ZEROS.
           03 WS-CNS-CHAVE-CANAL   PIC X(01) VALUE SPACE.

      *    Uma linha por CPF e canal, com a ultima situacao registrada.
       01  WS-TAB-CONSENT.
           03 WS-CNS-ITEM OCCURS 3000 TIMES.
              05 WS-CNS-CPF        PIC 9(11).
              05 WS-CNS-CANAL      PIC X(01).
              05 WS-CNS-SITUACAO   PIC X(01).
              05 WS-CNS-DATA       PIC 9(08).
