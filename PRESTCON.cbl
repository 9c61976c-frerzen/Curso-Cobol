      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Campaign finance ledger (prestacao de contas) for the
      *          candidates on CANDIDATOS.TXT. Mode L keys donations
      *          and expenses onto CAMPFIN.TXT - candidate, tipo
      *          (D)oacao or (G)asto, date, donor/supplier CPF or
      *          CNPJ, amount, category and name - refusing unknown
      *          candidates, a donor CPF that fails the shared
      *          VALIDACPF routine and donations from a CNPJ, which
      *          the electoral law forbids. Mode R (the default)
      *          prints PRESTCON.TXT, one statement per candidate with
      *          every entry, the donation and expense totals, the
      *          balance and the share of the office spending ceiling
      *          already used, and PRESTEXC.TXT, the exceptions to be
      *          cleared before the accounts are judged: invalid CPF,
      *          corporate donation, one donor's total above the
      *          individual-donation cap and expenses above the office
      *          ceiling. Ceilings and caps come from CAMPLIM.TXT, one
      *          record per office code; an office without a record
      *          is printed without enforcement.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. PRESTCON.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
               CONSOLE IS MODO-INPUT.
               CONSOLE IS DADO-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQCAND ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-CAND.

       SELECT ARQLIM ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-LIM.

       SELECT ARQFIN ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL
               FILE STATUS   IS WS-STATUS-FIN.

       SELECT ARQPREST ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.

       SELECT ARQEXC ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION  IS LINE SEQUENTIAL.

      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD ARQCAND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CANDIDATOS.TXT".
       01  REG-CANDIDATO.
           03 CAND-NUMERO                PIC 9(03).
           03 CAND-NOME                  PIC X(20).
           03 CAND-CARGO                 PIC X(01).

       FD ARQLIM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CAMPLIM.TXT".
       01  REG-LIMITE.
           03 LIM-CARGO                  PIC X(01).
           03 FILLER                     PIC X(01).
           03 LIM-TETO-GASTOS            PIC 9(09)V99.
           03 FILLER                     PIC X(01).
           03 LIM-DOACAO-PF              PIC 9(07)V99.

       FD ARQFIN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CAMPFIN.TXT".
       01  REG-CAMPFIN.
           03 CFN-CANDIDATO              PIC 9(03).
           03 FILLER                     PIC X(01).
           03 CFN-TIPO                   PIC X(01).
           03 FILLER                     PIC X(01).
           03 CFN-DATA                   PIC 9(08).
           03 FILLER                     PIC X(01).
           03 CFN-PESSOA                 PIC X(01).
           03 FILLER                     PIC X(01).
           03 CFN-DOCUMENTO              PIC 9(14).
           03 FILLER                     PIC X(01).
           03 CFN-VALOR                  PIC 9(07)V99.
           03 FILLER                     PIC X(01).
           03 CFN-CATEGORIA              PIC X(15).
           03 FILLER                     PIC X(01).
           03 CFN-NOME                   PIC X(20).

       FD ARQPREST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRESTCON.TXT".
       01  REG-PRESTACAO                 PIC X(80).

       FD ARQEXC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRESTEXC.TXT".
       01  REG-EXCECAO                   PIC X(80).

       FD ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PRESTRUN.TXT".
       01  REG-RUN                       PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF-CAND                  PIC X(01) VALUE ' '.
       77  WS-EOF-LIM                   PIC X(01) VALUE ' '.
       77  WS-EOF-FIN                   PIC X(01) VALUE ' '.
       77  WS-STATUS-CAND               PIC X(02) VALUE SPACES.
           88 CAND-OK                       VALUE '00'.
       77  WS-STATUS-LIM                PIC X(02) VALUE SPACES.
           88 LIM-OK                        VALUE '00'.
       77  WS-STATUS-FIN                PIC X(02) VALUE SPACES.
           88 FIN-OK                        VALUE '00'.
           88 FIN-NAO-EXISTE                VALUE '35'.
       77  WS-MODO-EXECUCAO             PIC X(01) VALUE 'R'.
       77  WS-QTD-CAND                  PIC 9(02) VALUE ZEROS.
       77  WS-QTD-LIM                   PIC 9(02) VALUE ZEROS.
       77  WS-QTD-LANC                  PIC 9(04) VALUE ZEROS.
       77  WS-QTD-DOADOR                PIC 9(03) VALUE ZEROS.
       77  WS-CAND-ACHADO               PIC 9(02) VALUE ZEROS.
       77  WS-LIM-ACHADO                PIC 9(02) VALUE ZEROS.
       77  WS-DOADOR-ACHADO             PIC 9(03) VALUE ZEROS.
       77  WS-CONT-ACEITA               PIC 9(05) VALUE ZEROS.
       77  WS-CONT-RECUSADA             PIC 9(05) VALUE ZEROS.
       77  WS-CONT-IRREG                PIC 9(05) VALUE ZEROS.
       77  WS-CONT-CAND-IRREG           PIC 9(03) VALUE ZEROS.
       77  WS-CONT-FORA-CAND            PIC 9(05) VALUE ZEROS.
       77  WS-IRREG-INICIO              PIC 9(05) VALUE ZEROS.
       77  WS-IRREG-CAND                PIC 9(05) VALUE ZEROS.
       77  WS-EXB-IRREG-CAND            PIC ZZZZ9.
       77  WS-MOTIVO                    PIC X(40) VALUE SPACES.
       77  WS-MARCA-IRREG               PIC X(01) VALUE SPACE.
       77  WS-TOT-DOACOES               PIC 9(09)V99 VALUE ZEROS.
       77  WS-TOT-GASTOS                PIC 9(09)V99 VALUE ZEROS.
       77  WS-SALDO                     PIC S9(09)V99 VALUE ZEROS.
       77  WS-EXCESSO                   PIC 9(09)V99 VALUE ZEROS.
       77  WS-PCT-TETO                  PIC 9(05)V99 VALUE ZEROS.
       77  WS-GERAL-DOACOES             PIC 9(11)V99 VALUE ZEROS.
       77  WS-GERAL-GASTOS              PIC 9(11)V99 VALUE ZEROS.

      *    Campos digitados no modo de lancamento.
       77  WS-CAND-PEDIDO               PIC 9(03) VALUE ZEROS.
       77  WS-TIPO-PEDIDO               PIC X(01) VALUE SPACE.
       77  WS-PESSOA-PEDIDA             PIC X(01) VALUE SPACE.
       77  WS-DOC-PEDIDO                PIC 9(14) VALUE ZEROS.
       77  WS-VALOR-PEDIDO              PIC 9(07)V99 VALUE ZEROS.
       77  WS-CATEG-PEDIDA              PIC X(15) VALUE SPACES.
       77  WS-NOME-PEDIDO               PIC X(20) VALUE SPACES.
       01  WS-DATA-PEDIDA               PIC 9(08) VALUE ZEROS.
       01  WS-DATA-PEDIDA-R REDEFINES WS-DATA-PEDIDA.
           03 WS-PED-ANO                PIC 9(04).
           03 WS-PED-MES                PIC 9(02).
           03 WS-PED-DIA                PIC 9(02).

           COPY CABECALHO80.
           COPY VALIDACPF.
           COPY RUNSUMARIO.

       01  WS-TAB-CANDIDATO.
           03 WS-CAND-ITEM OCCURS 50 TIMES.
              05 WS-CAND-NUMERO         PIC 9(03).
              05 WS-CAND-NOME           PIC X(20).
              05 WS-CAND-CARGO          PIC X(01).

       01  WS-TAB-LIMITE.
           03 WS-LIM-ITEM OCCURS 10 TIMES.
              05 WS-LIM-CARGO           PIC X(01).
              05 WS-LIM-TETO            PIC 9(09)V99.
              05 WS-LIM-DOACAO-PF       PIC 9(07)V99.

       01  WS-TAB-LANCAMENTO.
           03 WS-LANC-ITEM OCCURS 2000 TIMES.
              05 WS-LANC-CANDIDATO      PIC 9(03).
              05 WS-LANC-TIPO           PIC X(01).
              05 WS-LANC-DATA           PIC 9(08).
              05 WS-LANC-PESSOA         PIC X(01).
              05 WS-LANC-DOCUMENTO      PIC 9(14).
              05 WS-LANC-VALOR          PIC 9(07)V99.
              05 WS-LANC-CATEGORIA      PIC X(15).
              05 WS-LANC-NOME           PIC X(20).

      *    Total doado por CPF dentro da campanha do candidato corrente.
       01  WS-TAB-DOADOR.
           03 WS-DOA-ITEM OCCURS 500 TIMES.
              05 WS-DOA-DOCUMENTO       PIC 9(14).
              05 WS-DOA-NOME            PIC X(20).
              05 WS-DOA-TOTAL           PIC 9(09)V99.

       01  WS-IDX-CAND                  PIC 9(02) VALUE ZEROS.
       01  WS-IDX-LIM                   PIC 9(02) VALUE ZEROS.
       01  WS-IDX-LANC                  PIC 9(04) VALUE ZEROS.
       01  WS-IDX-DOA                   PIC 9(03) VALUE ZEROS.

       01  WS-TIMESTAMP.
           03 WS-DATA.
               05 WS-ANO               PIC 9(04).
               05 WS-MES               PIC 9(02).
               05 WS-DIA               PIC 9(02).
           03 WS-HORA.
               05 WS-HH                PIC 9(02).
               05 WS-MM                PIC 9(02).
               05 WS-SS                PIC 9(02).
               05 WS-MS                PIC 9(02).

       01  WS-DATA-LANC                 PIC 9(08) VALUE ZEROS.
       01  WS-DATA-LANC-R REDEFINES WS-DATA-LANC.
           03 WS-LNC-ANO                PIC 9(04).
           03 WS-LNC-MES                PIC 9(02).
           03 WS-LNC-DIA                PIC 9(02).

       01  WS-LINHA1.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'PRESTACAO DE CONTAS DE CAMPANHA'.
           03 FILLER PIC X(20) VALUE SPACES.

       01  WS-LINHA1-EXC.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(40)
               VALUE 'IRREGULARIDADES NA PRESTACAO DE CONTAS'.
           03 FILLER PIC X(20) VALUE SPACES.

       01  WS-LINHA-DATA.
           03 FILLER       PIC X(06) VALUE 'DATA: '.
           03 WS-DATA-AUX  PIC X(10).
           03 FILLER       PIC X(07) VALUE ' HORA: '.
           03 WS-HORA-AUX  PIC X(08).
           03 FILLER       PIC X(49) VALUE SPACES.

       01  WS-LINHA-CANDIDATO.
           03 FILLER                    PIC X(11) VALUE 'CANDIDATO: '.
           03 WS-EXB-CAND-NUM           PIC 9(03).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-CAND-NOME          PIC X(20).
           03 FILLER                    PIC X(08) VALUE ' CARGO: '.
           03 WS-EXB-CAND-CARGO         PIC X(01).
           03 FILLER                    PIC X(36) VALUE SPACES.

       01  WS-LINHA-TETO.
           03 FILLER                    PIC X(23) VALUE
               'TETO DE GASTOS .....: '.
           03 WS-EXB-TETO               PIC ZZZZZZZZ9.99.
           03 FILLER                    PIC X(23) VALUE
               '  LIMITE POR DOADOR: '.
           03 WS-EXB-LIM-PF             PIC ZZZZZZ9.99.
           03 FILLER                    PIC X(12) VALUE SPACES.

       01  WS-LINHA-SEM-TETO.
           03 FILLER                    PIC X(40) VALUE
               'TETO DE GASTOS .....: NAO CADASTRADO - '.
           03 FILLER                    PIC X(40) VALUE
               'LIMITES NAO VERIFICADOS'.

       01  WS-LINHA2.
           03 FILLER PIC X(10) VALUE 'DATA'.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(01) VALUE 'T'.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(14) VALUE 'CPF/CNPJ'.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(15) VALUE 'CATEGORIA'.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(20) VALUE 'DOADOR/FORNECEDOR'.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(10) VALUE '     VALOR'.
           03 FILLER PIC X(05) VALUE SPACES.

       01  WS-DETALHE-LANC.
           03 WS-EXB-DATA               PIC X(10).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-TIPO               PIC X(01).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-DOCUMENTO          PIC 9(14).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-CATEGORIA          PIC X(15).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-NOME               PIC X(20).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-VALOR              PIC ZZZZZZ9.99.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXB-MARCA              PIC X(01).
           03 FILLER                    PIC X(03) VALUE SPACES.

       01  WS-LINHA-TOT-DOACOES.
           03 FILLER                    PIC X(23) VALUE
               'TOTAL DE DOACOES ...: '.
           03 WS-EXB-TOT-DOACOES        PIC ZZZZZZZZ9.99.
           03 FILLER                    PIC X(45) VALUE SPACES.

       01  WS-LINHA-TOT-GASTOS.
           03 FILLER                    PIC X(23) VALUE
               'TOTAL DE GASTOS ....: '.
           03 WS-EXB-TOT-GASTOS         PIC ZZZZZZZZ9.99.
           03 FILLER                    PIC X(45) VALUE SPACES.

       01  WS-LINHA-SALDO.
           03 FILLER                    PIC X(23) VALUE
               'SALDO DA CAMPANHA ..: '.
           03 WS-EXB-SALDO              PIC ---------9.99.
           03 FILLER                    PIC X(44) VALUE SPACES.

       01  WS-LINHA-PCT-TETO.
           03 FILLER                    PIC X(23) VALUE
               'TETO UTILIZADO (%) .: '.
           03 WS-EXB-PCT-TETO           PIC ZZZZ9.99.
           03 FILLER                    PIC X(49) VALUE SPACES.

       01  WS-LINHA-SITUACAO.
           03 FILLER                    PIC X(23) VALUE
               'SITUACAO ...........: '.
           03 WS-EXB-SITUACAO           PIC X(57).

       01  WS-LINHA-GERAL.
           03 FILLER                    PIC X(25) VALUE
               'TOTAL GERAL - DOACOES: '.
           03 WS-EXB-GERAL-DOACOES      PIC ZZZZZZZZZZ9.99.
           03 FILLER                    PIC X(10) VALUE ' GASTOS: '.
           03 WS-EXB-GERAL-GASTOS       PIC ZZZZZZZZZZ9.99.
           03 FILLER                    PIC X(17) VALUE SPACES.

       01  WS-LINHA2-EXC.
           03 FILLER PIC X(04) VALUE 'CAND'.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(14) VALUE 'CPF/CNPJ'.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(12) VALUE '       VALOR'.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(40) VALUE 'OCORRENCIA'.
           03 FILLER PIC X(07) VALUE SPACES.

       01  WS-DETALHE-EXC.
           03 WS-EXC-CAND               PIC 9(03).
           03 FILLER                    PIC X(02) VALUE SPACES.
           03 WS-EXC-DOCUMENTO          PIC 9(14).
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXC-VALOR              PIC ZZZZZZZZ9.99.
           03 FILLER                    PIC X(01) VALUE SPACE.
           03 WS-EXC-MOTIVO             PIC X(40).
           03 FILLER                    PIC X(07) VALUE SPACES.

       01  WS-LINHA-PARECER.
           03 FILLER                    PIC X(26) VALUE
               'TOTAL DE IRREGULARIDADES: '.
           03 WS-EXB-CONT-IRREG         PIC ZZZZ9.
           03 FILLER                    PIC X(15) VALUE
               ' CANDIDATO(S): '.
           03 WS-EXB-CAND-IRREG         PIC ZZ9.
           03 FILLER                    PIC X(31) VALUE SPACES.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 0500-CARREGA-CANDIDATOS

               DISPLAY 'MODO (L)ANCAMENTO OU (R)ELATORIO: '
               ACCEPT WS-MODO-EXECUCAO FROM MODO-INPUT

               MOVE 'PRESTCON' TO WS-RUN-PROGRAMA

               IF CAND-OK
                   EVALUATE WS-MODO-EXECUCAO
                       WHEN 'L'
                           PERFORM 2000-SESSAO-LANCAMENTO
                           MOVE WS-CONT-ACEITA   TO WS-RUN-PROCESSADOS
                           MOVE WS-CONT-RECUSADA TO WS-RUN-REJEITADOS
                       WHEN OTHER
                           PERFORM 0520-CARREGA-LIMITES
                           PERFORM 0540-CARREGA-LANCAMENTOS
                           PERFORM 3000-GRAVA-PRESTACAO
                           MOVE WS-QTD-LANC      TO WS-RUN-PROCESSADOS
                           MOVE WS-CONT-IRREG    TO WS-RUN-REJEITADOS
                   END-EVALUATE
               ELSE
                   SET FIM-ANORMAL TO TRUE
                   MOVE 'FALHA AO ABRIR CANDIDATOS.TXT'
                       TO WS-RUN-MOTIVO
                   MOVE 'PRE001' TO WS-RUN-CODIGO
               END-IF

               PERFORM 9900-GRAVA-RUN
               GOBACK.

      *----------------------------------------------------------------*
       0500-CARREGA-CANDIDATOS.
      *----------------------------------------------------------------*
      *    Os dois cargos entram: cada candidato presta as suas contas.
           OPEN INPUT ARQCAND
           IF CAND-OK
               PERFORM 0510-LER-CANDIDATO
               PERFORM UNTIL WS-EOF-CAND = 'S'
                   IF WS-QTD-CAND < 50
                       ADD 1 TO WS-QTD-CAND
                       MOVE CAND-NUMERO
                           TO WS-CAND-NUMERO(WS-QTD-CAND)
                       MOVE CAND-NOME
                           TO WS-CAND-NOME(WS-QTD-CAND)
                       MOVE CAND-CARGO
                           TO WS-CAND-CARGO(WS-QTD-CAND)
                   ELSE
                       DISPLAY 'CANDIDATO IGNORADO - LIMITE DE 50 '
                               'CANDIDATOS EXCEDIDO: ' CAND-NUMERO
                   END-IF
                   PERFORM 0510-LER-CANDIDATO
               END-PERFORM
               CLOSE ARQCAND
           ELSE
               DISPLAY 'ERRO AO ABRIR CANDIDATOS.TXT - STATUS: '
                       WS-STATUS-CAND
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0510-LER-CANDIDATO.
      *----------------------------------------------------------------*
           READ ARQCAND
               AT END
                   MOVE 'S' TO WS-EOF-CAND
               NOT AT END
                   CONTINUE
           END-READ
           .
           EXIT.
      *----------------------------------------------------------------*
       0520-CARREGA-LIMITES.
      *----------------------------------------------------------------*
      *    Sem CAMPLIM.TXT a prestacao sai do mesmo jeito, mas sem
      *    conferir teto de gastos nem limite por doador.
           OPEN INPUT ARQLIM
           IF LIM-OK
               PERFORM UNTIL WS-EOF-LIM = 'S'
                   READ ARQLIM
                       AT END
                           MOVE 'S' TO WS-EOF-LIM
                       NOT AT END
                           IF WS-QTD-LIM < 10
                               ADD 1 TO WS-QTD-LIM
                               MOVE LIM-CARGO
                                   TO WS-LIM-CARGO(WS-QTD-LIM)
                               MOVE LIM-TETO-GASTOS
                                   TO WS-LIM-TETO(WS-QTD-LIM)
                               MOVE LIM-DOACAO-PF
                                   TO WS-LIM-DOACAO-PF(WS-QTD-LIM)
                           ELSE
                               DISPLAY 'LIMITE IGNORADO - MAXIMO DE '
                                       '10 CARGOS EXCEDIDO: ' LIM-CARGO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQLIM
           ELSE
               DISPLAY 'CAMPLIM.TXT AUSENTE - TETOS E LIMITES NAO '
                       'SERAO VERIFICADOS'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0540-CARREGA-LANCAMENTOS.
      *----------------------------------------------------------------*
           OPEN INPUT ARQFIN
           IF FIN-OK
               PERFORM UNTIL WS-EOF-FIN = 'S'
                   READ ARQFIN
                       AT END
                           MOVE 'S' TO WS-EOF-FIN
                       NOT AT END
                           IF WS-QTD-LANC < 2000
                               ADD 1 TO WS-QTD-LANC
                               PERFORM 0550-GUARDA-LANCAMENTO
                           ELSE
                               DISPLAY 'LANCAMENTO IGNORADO - LIMITE '
                                       'DE 2000 EXCEDIDO: '
                                       CFN-CANDIDATO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFIN
           ELSE
               DISPLAY 'CAMPFIN.TXT AUSENTE - PRESTACAO SEM '
                       'LANCAMENTOS'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0550-GUARDA-LANCAMENTO.
      *----------------------------------------------------------------*
           MOVE CFN-CANDIDATO   TO WS-LANC-CANDIDATO(WS-QTD-LANC)
           MOVE CFN-TIPO        TO WS-LANC-TIPO(WS-QTD-LANC)
           MOVE CFN-DATA        TO WS-LANC-DATA(WS-QTD-LANC)
           MOVE CFN-PESSOA      TO WS-LANC-PESSOA(WS-QTD-LANC)
           MOVE CFN-DOCUMENTO   TO WS-LANC-DOCUMENTO(WS-QTD-LANC)
           MOVE CFN-VALOR       TO WS-LANC-VALOR(WS-QTD-LANC)
           MOVE CFN-CATEGORIA   TO WS-LANC-CATEGORIA(WS-QTD-LANC)
           MOVE CFN-NOME        TO WS-LANC-NOME(WS-QTD-LANC)
           .
           EXIT.
      *----------------------------------------------------------------*
       0600-LOCALIZA-CANDIDATO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-CAND-ACHADO
           PERFORM VARYING WS-IDX-CAND FROM 1 BY 1
                   UNTIL WS-IDX-CAND > WS-QTD-CAND
                      OR WS-CAND-ACHADO > ZEROS
               IF WS-CAND-NUMERO(WS-IDX-CAND) = WS-CAND-PEDIDO
                   MOVE WS-IDX-CAND TO WS-CAND-ACHADO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       0650-VALIDA-DOCUMENTO.
      *----------------------------------------------------------------*
      *    Pessoa fisica: o documento e um CPF de 11 digitos e passa
      *    pelo mesmo digito verificador do resto do sistema.
           SET CPF-INVALIDO TO TRUE
           IF WS-DOC-PEDIDO NOT > 99999999999
               MOVE WS-DOC-PEDIDO TO WS-CPF-ENTRADA-VAL
               PERFORM 9700-VALIDA-CPF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SESSAO-LANCAMENTO.
      *----------------------------------------------------------------*
           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           OPEN EXTEND ARQFIN
           IF FIN-NAO-EXISTE
               OPEN OUTPUT ARQFIN
           END-IF

           PERFORM 2100-LE-CANDIDATO
           PERFORM UNTIL WS-CAND-PEDIDO = ZEROS
               PERFORM 2200-LE-DADOS-LANCAMENTO
               PERFORM 2300-VALIDA-LANCAMENTO
               IF WS-MOTIVO = SPACES
                   PERFORM 2400-GRAVA-LANCAMENTO
               ELSE
                   ADD 1 TO WS-CONT-RECUSADA
                   DISPLAY 'LANCAMENTO RECUSADO - ' WS-MOTIVO
               END-IF
               PERFORM 2100-LE-CANDIDATO
           END-PERFORM

           CLOSE ARQFIN

           DISPLAY 'LANCAMENTOS GRAVADOS : ' WS-CONT-ACEITA
           DISPLAY 'LANCAMENTOS RECUSADOS: ' WS-CONT-RECUSADA
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-LE-CANDIDATO.
      *----------------------------------------------------------------*
           DISPLAY 'NUMERO DO CANDIDATO (ZEROS PARA ENCERRAR): '
           ACCEPT WS-CAND-PEDIDO FROM DADO-INPUT
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-LE-DADOS-LANCAMENTO.
      *----------------------------------------------------------------*
           DISPLAY '(D)OACAO OU (G)ASTO: '
           ACCEPT WS-TIPO-PEDIDO FROM DADO-INPUT
           DISPLAY 'DATA (AAAAMMDD): '
           ACCEPT WS-DATA-PEDIDA FROM DADO-INPUT
           DISPLAY 'PESSOA (F)ISICA - CPF OU (J)URIDICA - CNPJ: '
           ACCEPT WS-PESSOA-PEDIDA FROM DADO-INPUT
           DISPLAY 'CPF OU CNPJ (SOMENTE NUMEROS): '
           ACCEPT WS-DOC-PEDIDO FROM DADO-INPUT
           DISPLAY 'VALOR: '
           ACCEPT WS-VALOR-PEDIDO FROM DADO-INPUT
           DISPLAY 'CATEGORIA: '
           ACCEPT WS-CATEG-PEDIDA FROM DADO-INPUT
           DISPLAY 'NOME DO DOADOR/FORNECEDOR: '
           ACCEPT WS-NOME-PEDIDO FROM DADO-INPUT
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-VALIDA-LANCAMENTO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-MOTIVO
           PERFORM 0600-LOCALIZA-CANDIDATO

           IF WS-PESSOA-PEDIDA = 'F'
               PERFORM 0650-VALIDA-DOCUMENTO
           END-IF

           EVALUATE TRUE
               WHEN WS-CAND-ACHADO = ZEROS
                   MOVE 'CANDIDATO NAO CADASTRADO' TO WS-MOTIVO
               WHEN WS-TIPO-PEDIDO NOT = 'D' AND NOT = 'G'
                   MOVE 'TIPO DE LANCAMENTO INVALIDO' TO WS-MOTIVO
               WHEN WS-PED-MES < 1 OR WS-PED-MES > 12
                 OR WS-PED-DIA < 1 OR WS-PED-DIA > 31
                   MOVE 'DATA INVALIDA' TO WS-MOTIVO
               WHEN WS-DATA-PEDIDA > WS-DATA
                   MOVE 'DATA POSTERIOR A HOJE' TO WS-MOTIVO
               WHEN WS-PESSOA-PEDIDA NOT = 'F' AND NOT = 'J'
                   MOVE 'TIPO DE PESSOA INVALIDO' TO WS-MOTIVO
               WHEN WS-PESSOA-PEDIDA = 'F' AND CPF-INVALIDO
                   MOVE 'CPF INVALIDO' TO WS-MOTIVO
               WHEN WS-PESSOA-PEDIDA = 'J' AND WS-DOC-PEDIDO = ZEROS
                   MOVE 'CNPJ NAO INFORMADO' TO WS-MOTIVO
               WHEN WS-PESSOA-PEDIDA = 'J' AND WS-TIPO-PEDIDO = 'D'
                   MOVE 'DOACAO DE PESSOA JURIDICA VEDADA' TO WS-MOTIVO
               WHEN WS-VALOR-PEDIDO = ZEROS
                   MOVE 'VALOR ZERADO' TO WS-MOTIVO
               WHEN WS-NOME-PEDIDO = SPACES
                   MOVE 'NOME NAO INFORMADO' TO WS-MOTIVO
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-GRAVA-LANCAMENTO.
      *----------------------------------------------------------------*
           MOVE SPACES           TO REG-CAMPFIN
           MOVE WS-CAND-PEDIDO   TO CFN-CANDIDATO
           MOVE WS-TIPO-PEDIDO   TO CFN-TIPO
           MOVE WS-DATA-PEDIDA   TO CFN-DATA
           MOVE WS-PESSOA-PEDIDA TO CFN-PESSOA
           MOVE WS-DOC-PEDIDO    TO CFN-DOCUMENTO
           MOVE WS-VALOR-PEDIDO  TO CFN-VALOR
           MOVE WS-CATEG-PEDIDA  TO CFN-CATEGORIA
           MOVE WS-NOME-PEDIDO   TO CFN-NOME
           WRITE REG-CAMPFIN

           ADD 1 TO WS-CONT-ACEITA
           DISPLAY 'LANCAMENTO GRAVADO - CANDIDATO ' WS-CAND-PEDIDO
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-GRAVA-PRESTACAO.
      *----------------------------------------------------------------*
           OPEN OUTPUT ARQPREST
           OPEN OUTPUT ARQEXC

           MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP

           STRING WS-DIA'/'WS-MES'/'WS-ANO
           DELIMITED BY SIZE INTO WS-DATA-AUX
           END-STRING

           STRING WS-HH':'WS-MM':'WS-SS
           DELIMITED BY SIZE INTO WS-HORA-AUX
           END-STRING

           WRITE REG-PRESTACAO FROM WS-LINHA1
           WRITE REG-PRESTACAO FROM WS-LINHA-DATA
           WRITE REG-PRESTACAO FROM WS-PONTILHADO

           WRITE REG-EXCECAO FROM WS-LINHA1-EXC
           WRITE REG-EXCECAO FROM WS-LINHA-DATA
           WRITE REG-EXCECAO FROM WS-PONTILHADO
           WRITE REG-EXCECAO FROM WS-LINHA2-EXC
           WRITE REG-EXCECAO FROM WS-PONTILHADO

      *    Lancamento de candidato fora do cadastro nao tem
      *    prestacao onde entrar - vai direto para as excecoes.
           PERFORM VARYING WS-IDX-LANC FROM 1 BY 1
                   UNTIL WS-IDX-LANC > WS-QTD-LANC
               MOVE WS-LANC-CANDIDATO(WS-IDX-LANC) TO WS-CAND-PEDIDO
               PERFORM 0600-LOCALIZA-CANDIDATO
               IF WS-CAND-ACHADO = ZEROS
                   ADD 1 TO WS-CONT-FORA-CAND
                   MOVE 'CANDIDATO NAO CADASTRADO' TO WS-MOTIVO
                   PERFORM 3900-GRAVA-EXCECAO
               END-IF
           END-PERFORM

           PERFORM 3100-PRESTACAO-CANDIDATO
               VARYING WS-IDX-CAND FROM 1 BY 1
               UNTIL WS-IDX-CAND > WS-QTD-CAND

           MOVE WS-GERAL-DOACOES TO WS-EXB-GERAL-DOACOES
           MOVE WS-GERAL-GASTOS  TO WS-EXB-GERAL-GASTOS
           WRITE REG-PRESTACAO FROM WS-LINHA-GERAL

           WRITE REG-EXCECAO FROM WS-PONTILHADO
           MOVE WS-CONT-IRREG      TO WS-EXB-CONT-IRREG
           MOVE WS-CONT-CAND-IRREG TO WS-EXB-CAND-IRREG
           WRITE REG-EXCECAO FROM WS-LINHA-PARECER

           CLOSE ARQPREST
           CLOSE ARQEXC

           DISPLAY 'LANCAMENTOS LIDOS ....: ' WS-QTD-LANC
           DISPLAY 'IRREGULARIDADES ......: ' WS-CONT-IRREG
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-PRESTACAO-CANDIDATO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-TOT-DOACOES
                         WS-TOT-GASTOS
                         WS-QTD-DOADOR
           MOVE WS-CONT-IRREG TO WS-IRREG-INICIO

           MOVE ZEROS TO WS-LIM-ACHADO
           PERFORM VARYING WS-IDX-LIM FROM 1 BY 1
                   UNTIL WS-IDX-LIM > WS-QTD-LIM
                      OR WS-LIM-ACHADO > ZEROS
               IF WS-LIM-CARGO(WS-IDX-LIM) = WS-CAND-CARGO(WS-IDX-CAND)
                   MOVE WS-IDX-LIM TO WS-LIM-ACHADO
               END-IF
           END-PERFORM

           MOVE WS-CAND-NUMERO(WS-IDX-CAND) TO WS-EXB-CAND-NUM
           MOVE WS-CAND-NOME(WS-IDX-CAND)   TO WS-EXB-CAND-NOME
           MOVE WS-CAND-CARGO(WS-IDX-CAND)  TO WS-EXB-CAND-CARGO
           WRITE REG-PRESTACAO FROM WS-LINHA-CANDIDATO

           IF WS-LIM-ACHADO > ZEROS
               MOVE WS-LIM-TETO(WS-LIM-ACHADO)      TO WS-EXB-TETO
               MOVE WS-LIM-DOACAO-PF(WS-LIM-ACHADO) TO WS-EXB-LIM-PF
               WRITE REG-PRESTACAO FROM WS-LINHA-TETO
           ELSE
               WRITE REG-PRESTACAO FROM WS-LINHA-SEM-TETO
           END-IF

           WRITE REG-PRESTACAO FROM WS-LINHA2

           PERFORM VARYING WS-IDX-LANC FROM 1 BY 1
                   UNTIL WS-IDX-LANC > WS-QTD-LANC
               IF WS-LANC-CANDIDATO(WS-IDX-LANC) =
                  WS-CAND-NUMERO(WS-IDX-CAND)
                   PERFORM 3200-TRATA-LANCAMENTO
               END-IF
           END-PERFORM

           IF WS-LIM-ACHADO > ZEROS
               PERFORM 3400-CONFERE-LIMITES
           END-IF

           PERFORM 3500-GRAVA-TOTAIS-CANDIDATO
           .
           EXIT.
      *----------------------------------------------------------------*
       3200-TRATA-LANCAMENTO.
      *----------------------------------------------------------------*
      *    O lancamento irregular continua na prestacao (o dinheiro
      *    entrou ou saiu) mas sai marcado com '*' e vai para as
      *    excecoes; so tipo ou valor invalido fica fora dos totais.
           MOVE SPACE  TO WS-MARCA-IRREG
           MOVE SPACES TO WS-MOTIVO
           MOVE WS-LANC-DOCUMENTO(WS-IDX-LANC) TO WS-DOC-PEDIDO

           IF WS-LANC-PESSOA(WS-IDX-LANC) = 'F'
               PERFORM 0650-VALIDA-DOCUMENTO
           END-IF

           EVALUATE TRUE
               WHEN WS-LANC-TIPO(WS-IDX-LANC) NOT = 'D' AND NOT = 'G'
                   MOVE 'TIPO DE LANCAMENTO INVALIDO' TO WS-MOTIVO
               WHEN WS-LANC-VALOR(WS-IDX-LANC) = ZEROS
                   MOVE 'VALOR ZERADO' TO WS-MOTIVO
               WHEN WS-LANC-PESSOA(WS-IDX-LANC) NOT = 'F' AND NOT = 'J'
                   MOVE 'TIPO DE PESSOA INVALIDO' TO WS-MOTIVO
               WHEN WS-LANC-PESSOA(WS-IDX-LANC) = 'F' AND CPF-INVALIDO
                AND WS-LANC-TIPO(WS-IDX-LANC) = 'D'
                   MOVE 'CPF DO DOADOR INVALIDO' TO WS-MOTIVO
               WHEN WS-LANC-PESSOA(WS-IDX-LANC) = 'F' AND CPF-INVALIDO
                   MOVE 'CPF DO FORNECEDOR INVALIDO' TO WS-MOTIVO
               WHEN WS-LANC-PESSOA(WS-IDX-LANC) = 'J'
                AND WS-LANC-TIPO(WS-IDX-LANC) = 'D'
                   MOVE 'DOACAO DE PESSOA JURIDICA VEDADA' TO WS-MOTIVO
           END-EVALUATE

           IF WS-MOTIVO NOT = SPACES
               MOVE '*' TO WS-MARCA-IRREG
               PERFORM 3900-GRAVA-EXCECAO
           END-IF

           IF WS-LANC-VALOR(WS-IDX-LANC) > ZEROS
               EVALUATE WS-LANC-TIPO(WS-IDX-LANC)
                   WHEN 'D'
                       ADD WS-LANC-VALOR(WS-IDX-LANC) TO WS-TOT-DOACOES
                       IF WS-LANC-PESSOA(WS-IDX-LANC) = 'F'
                           PERFORM 3300-ACUMULA-DOADOR
                       END-IF
                   WHEN 'G'
                       ADD WS-LANC-VALOR(WS-IDX-LANC) TO WS-TOT-GASTOS
               END-EVALUATE
           END-IF

           MOVE WS-LANC-DATA(WS-IDX-LANC) TO WS-DATA-LANC
           MOVE SPACES TO WS-EXB-DATA
           STRING WS-LNC-DIA'/'WS-LNC-MES'/'WS-LNC-ANO
           DELIMITED BY SIZE INTO WS-EXB-DATA
           END-STRING

           MOVE WS-LANC-TIPO(WS-IDX-LANC)      TO WS-EXB-TIPO
           MOVE WS-LANC-DOCUMENTO(WS-IDX-LANC) TO WS-EXB-DOCUMENTO
           MOVE WS-LANC-CATEGORIA(WS-IDX-LANC) TO WS-EXB-CATEGORIA
           MOVE WS-LANC-NOME(WS-IDX-LANC)      TO WS-EXB-NOME
           MOVE WS-LANC-VALOR(WS-IDX-LANC)     TO WS-EXB-VALOR
           MOVE WS-MARCA-IRREG                 TO WS-EXB-MARCA
           WRITE REG-PRESTACAO FROM WS-DETALHE-LANC
           .
           EXIT.
      *----------------------------------------------------------------*
       3300-ACUMULA-DOADOR.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-DOADOR-ACHADO
           PERFORM VARYING WS-IDX-DOA FROM 1 BY 1
                   UNTIL WS-IDX-DOA > WS-QTD-DOADOR
                      OR WS-DOADOR-ACHADO > ZEROS
               IF WS-DOA-DOCUMENTO(WS-IDX-DOA) =
                  WS-LANC-DOCUMENTO(WS-IDX-LANC)
                   MOVE WS-IDX-DOA TO WS-DOADOR-ACHADO
               END-IF
           END-PERFORM

           IF WS-DOADOR-ACHADO = ZEROS
               IF WS-QTD-DOADOR < 500
                   ADD 1 TO WS-QTD-DOADOR
                   MOVE WS-QTD-DOADOR TO WS-DOADOR-ACHADO
                   MOVE WS-LANC-DOCUMENTO(WS-IDX-LANC)
                       TO WS-DOA-DOCUMENTO(WS-DOADOR-ACHADO)
                   MOVE WS-LANC-NOME(WS-IDX-LANC)
                       TO WS-DOA-NOME(WS-DOADOR-ACHADO)
                   MOVE ZEROS TO WS-DOA-TOTAL(WS-DOADOR-ACHADO)
               ELSE
                   DISPLAY 'DOADOR IGNORADO - LIMITE DE 500 DOADORES '
                           'EXCEDIDO: ' WS-LANC-DOCUMENTO(WS-IDX-LANC)
               END-IF
           END-IF

           IF WS-DOADOR-ACHADO > ZEROS
               ADD WS-LANC-VALOR(WS-IDX-LANC)
                   TO WS-DOA-TOTAL(WS-DOADOR-ACHADO)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3400-CONFERE-LIMITES.
      *----------------------------------------------------------------*
      *    Limite por doador: a soma de tudo que o mesmo CPF doou ao
      *    candidato. Teto de gastos: o total gasto pelo candidato no
      *    cargo. Em ambos a excecao informa o valor excedente.
           PERFORM VARYING WS-IDX-DOA FROM 1 BY 1
                   UNTIL WS-IDX-DOA > WS-QTD-DOADOR
               IF WS-DOA-TOTAL(WS-IDX-DOA) >
                  WS-LIM-DOACAO-PF(WS-LIM-ACHADO)
                   COMPUTE WS-EXCESSO = WS-DOA-TOTAL(WS-IDX-DOA) -
                       WS-LIM-DOACAO-PF(WS-LIM-ACHADO)
                   MOVE WS-DOA-DOCUMENTO(WS-IDX-DOA) TO WS-DOC-PEDIDO
                   MOVE 'DOADOR ACIMA DO LIMITE - EXCESSO'
                       TO WS-MOTIVO
                   PERFORM 3950-GRAVA-EXCESSO
               END-IF
           END-PERFORM

           IF WS-TOT-GASTOS > WS-LIM-TETO(WS-LIM-ACHADO)
               COMPUTE WS-EXCESSO =
                   WS-TOT-GASTOS - WS-LIM-TETO(WS-LIM-ACHADO)
               MOVE ZEROS TO WS-DOC-PEDIDO
               MOVE 'GASTOS ACIMA DO TETO DO CARGO - EXCESSO'
                   TO WS-MOTIVO
               PERFORM 3950-GRAVA-EXCESSO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3500-GRAVA-TOTAIS-CANDIDATO.
      *----------------------------------------------------------------*
           ADD WS-TOT-DOACOES TO WS-GERAL-DOACOES
           ADD WS-TOT-GASTOS  TO WS-GERAL-GASTOS

           COMPUTE WS-SALDO = WS-TOT-DOACOES - WS-TOT-GASTOS

           MOVE WS-TOT-DOACOES TO WS-EXB-TOT-DOACOES
           MOVE WS-TOT-GASTOS  TO WS-EXB-TOT-GASTOS
           MOVE WS-SALDO       TO WS-EXB-SALDO
           WRITE REG-PRESTACAO FROM WS-LINHA-TOT-DOACOES
           WRITE REG-PRESTACAO FROM WS-LINHA-TOT-GASTOS
           WRITE REG-PRESTACAO FROM WS-LINHA-SALDO

           IF WS-LIM-ACHADO > ZEROS
              AND WS-LIM-TETO(WS-LIM-ACHADO) > ZEROS
               COMPUTE WS-PCT-TETO ROUNDED =
                   WS-TOT-GASTOS * 100 / WS-LIM-TETO(WS-LIM-ACHADO)
               MOVE WS-PCT-TETO TO WS-EXB-PCT-TETO
               WRITE REG-PRESTACAO FROM WS-LINHA-PCT-TETO
           END-IF

           COMPUTE WS-IRREG-CAND = WS-CONT-IRREG - WS-IRREG-INICIO
           IF WS-IRREG-CAND = ZEROS
               MOVE 'REGULAR' TO WS-EXB-SITUACAO
           ELSE
               ADD 1 TO WS-CONT-CAND-IRREG
               MOVE WS-IRREG-CAND TO WS-EXB-IRREG-CAND
               MOVE SPACES TO WS-EXB-SITUACAO
               STRING 'COM IRREGULARIDADES - ' DELIMITED BY SIZE
                      WS-EXB-IRREG-CAND        DELIMITED BY SIZE
                      ' OCORRENCIA(S)'         DELIMITED BY SIZE
                      INTO WS-EXB-SITUACAO
               END-STRING
           END-IF
           WRITE REG-PRESTACAO FROM WS-LINHA-SITUACAO
           WRITE REG-PRESTACAO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       3900-GRAVA-EXCECAO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-IRREG
           MOVE WS-LANC-CANDIDATO(WS-IDX-LANC) TO WS-EXC-CAND
           MOVE WS-LANC-DOCUMENTO(WS-IDX-LANC) TO WS-EXC-DOCUMENTO
           MOVE WS-LANC-VALOR(WS-IDX-LANC)     TO WS-EXC-VALOR
           MOVE WS-MOTIVO                      TO WS-EXC-MOTIVO
           WRITE REG-EXCECAO FROM WS-DETALHE-EXC
           .
           EXIT.
      *----------------------------------------------------------------*
       3950-GRAVA-EXCESSO.
      *----------------------------------------------------------------*
           ADD 1 TO WS-CONT-IRREG
           MOVE WS-CAND-NUMERO(WS-IDX-CAND) TO WS-EXC-CAND
           MOVE WS-DOC-PEDIDO               TO WS-EXC-DOCUMENTO
           MOVE WS-EXCESSO                  TO WS-EXC-VALOR
           MOVE WS-MOTIVO                   TO WS-EXC-MOTIVO
           WRITE REG-EXCECAO FROM WS-DETALHE-EXC
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
           COPY RUNSUMARIO-PROC.

       END PROGRAM PRESTCON.
