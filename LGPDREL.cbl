      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Personal-data access report for a data subject
      *          request under the data protection law (LGPD). Given
      *          the holder's CPF and the date of the request, the
      *          desk collects every record carrying that CPF - the
      *          gym roster ACADEMIA.TXT, HISTPESO, ACADCONT, CHECKIN,
      *          PAGLEDGER, SUSPACAD, RESERVAS and DIARIAS, the
      *          census HABITANTES.TXT, the linked voter title on
      *          TITULOS.TXT, the school guardian record RESPONS.TXT
      *          and, through the staff gym enrolment FUNCACAD.TXT,
      *          the employee record on ARQFUNCIONARIO.TXT - and
      *          prints them as one document, LGPDREL.TXT, each
      *          section naming its source file, its purpose and its
      *          layout. Every request is logged on LGPDLOG.TXT with
      *          a protocol number, the request date, the legal
      *          deadline for the answer (request date plus
      *          WS-PRAZO-DIAS) and whether it was answered in time.
      *          The marketing consent register CONSENT.TXT is
      *          printed as one more section of the document.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. LGPDREL.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
               CONSOLE IS DADO-INPUT.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQACAD ASSIGN TO DISK
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FD-CPF
               FILE STATUS IS WS-STATUS-ACAD.

       SELECT ARQFONTE ASSIGN TO DYNAMIC WS-NOME-FONTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FONTE.

       SELECT ARQLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-LOG.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  ARQFONTE
           LABEL RECORD STANDARD.
       01  REG-FONTE              PIC X(156).

      *    Registro de pedidos: protocolo, titular, data do pedido,
      *    prazo legal, data da resposta, registros entregues e se a
      *    resposta saiu no prazo.
       FD  ARQLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LGPDLOG.TXT".
       01  REG-LOG.
           03 LGL-PROTOCOLO       PIC 9(06).
           03 FILLER              PIC X(01).
           03 LGL-CPF             PIC 9(11).
           03 FILLER              PIC X(01).
           03 LGL-DATA-PEDIDO     PIC 9(08).
           03 FILLER              PIC X(01).
           03 LGL-PRAZO           PIC 9(08).
           03 FILLER              PIC X(01).
           03 LGL-DATA-RESPOSTA   PIC 9(08).
           03 FILLER              PIC X(01).
           03 LGL-REGISTROS       PIC 9(05).
           03 FILLER              PIC X(01).
           03 LGL-SITUACAO        PIC X(13).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LGPDREL.TXT".
       01  REG-RELATORIO          PIC X(160).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "LGPDRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-STATUS-ACAD           PIC X(02) VALUE ZEROS.
           88 WS-ACAD-OK                VALUE '00'.
       77  WS-STATUS-FONTE          PIC X(02) VALUE SPACES.
           88 FONTE-OK                  VALUE '00'.
       77  WS-STATUS-LOG            PIC X(02) VALUE SPACES.
           88 LOG-OK                    VALUE '00'.
           88 LOG-NAO-EXISTE            VALUE '35'.
       77  WS-NOME-FONTE            PIC X(20) VALUE SPACES.
       77  WS-CPF-PEDIDO            PIC 9(11) VALUE ZEROS.
       77  WS-CPF-PEDIDO-X REDEFINES WS-CPF-PEDIDO
                                    PIC X(11).
       77  WS-DATA-PEDIDO           PIC 9(08) VALUE ZEROS.
       77  WS-DATA-PRAZO            PIC 9(08) VALUE ZEROS.
       77  WS-DATA-HOJE             PIC 9(08) VALUE ZEROS.
       77  WS-PRAZO-DIAS            PIC 9(03) VALUE 15.
       77  WS-PROTOCOLO             PIC 9(06) VALUE ZEROS.
       77  WS-IDX-FON               PIC 9(02) VALUE ZEROS.
       77  WS-IDX-COD               PIC 9(02) VALUE ZEROS.
       77  WS-QTD-COD               PIC 9(02) VALUE ZEROS.
       77  WS-POS-CPF               PIC 9(03) VALUE ZEROS.
       77  WS-CODIGO-ACHADO         PIC X(01) VALUE 'N'.
       77  WS-CONT-SECAO            PIC 9(05) VALUE ZEROS.
       77  WS-CONT-TOTAL            PIC 9(05) VALUE ZEROS.
       77  WS-CONT-FONTES           PIC 9(02) VALUE ZEROS.

           COPY CABECALHO160.
           COPY RUNSUMARIO.
           COPY VALIDACPF.
           COPY CALCIDADE.

      *    Arquivos com CPF: nome, posicao do CPF no registro,
      *    vinculo (F = o registro leva ao codigo do funcionario),
      *    finalidade do tratamento e leiaute impresso na secao.
       01  WS-LISTA-FONTES.
           03 FILLER PIC X(20) VALUE 'HISTPESO.TXT'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(44)
               VALUE 'HISTORICO DE PESAGENS DA ACADEMIA'.
           03 FILLER PIC X(50)
               VALUE 'CPF DATA PESO FILIAL'.
           03 FILLER PIC X(20) VALUE 'ACADCONT.TXT'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(44)
               VALUE 'CONTATO DO ALUNO DA ACADEMIA'.
           03 FILLER PIC X(50)
               VALUE 'CPF ENDERECO TELEFONE EMAIL'.
           03 FILLER PIC X(20) VALUE 'CHECKIN.TXT'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(44)
               VALUE 'CONTROLE DE ACESSO NA CATRACA'.
           03 FILLER PIC X(50)
               VALUE 'CPF DATA HORA SENTIDO FILIAL'.
           03 FILLER PIC X(20) VALUE 'PAGLEDGER.TXT'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(44)
               VALUE 'PAGAMENTOS DE MENSALIDADE DA ACADEMIA'.
           03 FILLER PIC X(50)
               VALUE 'CPF DATA VALOR MESES VALIDADE PLANO FORMA FILIAL'.
           03 FILLER PIC X(20) VALUE 'SUSPACAD.TXT'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(44)
               VALUE 'SUSPENSOES DE MATRICULA NA ACADEMIA'.
           03 FILLER PIC X(50)
               VALUE 'CPF INICIO FIM MOTIVO APLICADO'.
           03 FILLER PIC X(20) VALUE 'RESERVAS.TXT'.
           03 FILLER PIC 9(03) VALUE 6.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(44)
               VALUE 'RESERVAS DE AULA NA ACADEMIA'.
           03 FILLER PIC X(50)
               VALUE 'AULA CPF DATA DATA-AULA SITUACAO'.
           03 FILLER PIC X(20) VALUE 'DIARIAS.TXT'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(44)
               VALUE 'DIARIAS AVULSAS DA ACADEMIA'.
           03 FILLER PIC X(50)
               VALUE 'CPF DATA VALOR'.
           03 FILLER PIC X(20) VALUE 'HABITANTES.TXT'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(44)
               VALUE 'CADASTRO DO CENSO MUNICIPAL'.
           03 FILLER PIC X(50)
               VALUE 'CPF NASCIMENTO SEXO DOMICILIO BAIRRO RENDA'.
           03 FILLER PIC X(20) VALUE 'TITULOS.TXT'.
           03 FILLER PIC 9(03) VALUE 19.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(44)
               VALUE 'CADASTRO ELEITORAL - TITULO VINCULADO'.
           03 FILLER PIC X(50)
               VALUE 'TITULO NOME LOCAL CPF'.
           03 FILLER PIC X(20) VALUE 'RESPONS.TXT'.
           03 FILLER PIC 9(03) VALUE 36.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(44)
               VALUE 'RESPONSAVEL POR ALUNO DA ESCOLA'.
           03 FILLER PIC X(50)
               VALUE 'MATRICULA NOME CPF ENDERECO TELEFONE EMAIL'.
           03 FILLER PIC X(20) VALUE 'CONSENT.TXT'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC X(01) VALUE SPACE.
           03 FILLER PIC X(44)
               VALUE 'CONSENTIMENTO DE CONTATO (CARTA/TEL/E-MAIL)'.
           03 FILLER PIC X(50)
               VALUE 'CPF CANAL SITUACAO DATA ORIGEM'.
           03 FILLER PIC X(20) VALUE 'FUNCACAD.TXT'.
           03 FILLER PIC 9(03) VALUE 5.
           03 FILLER PIC X(01) VALUE 'F'.
           03 FILLER PIC X(44)
               VALUE 'ADESAO DE FUNCIONARIO A ACADEMIA'.
           03 FILLER PIC X(50)
               VALUE 'CODIGO CPF PLANO ATIVO ADESAO FIM'.

       01  WS-TAB-FONTES REDEFINES WS-LISTA-FONTES.
           03 WS-FON-ITEM OCCURS 12 TIMES.
              05 WS-FON-ARQUIVO     PIC X(20).
              05 WS-FON-POS-CPF     PIC 9(03).
              05 WS-FON-VINCULO     PIC X(01).
              05 WS-FON-FINALIDADE  PIC X(44).
              05 WS-FON-LEIAUTE     PIC X(50).

       77  WS-QTD-FONTES            PIC 9(02) VALUE 12.

      *    Codigos de funcionario achados pelo vinculo FUNCACAD.
       01  WS-TAB-CODIGOS.
           03 WS-COD-FUNC OCCURS 10 TIMES PIC X(03).

       01  WS-LINHA1.
           03 FILLER PIC X(50) VALUE SPACES.
           03 FILLER PIC X(60)
               VALUE 'RELATORIO DE DADOS PESSOAIS DO TITULAR - LGPD'.
           03 FILLER PIC X(50) VALUE SPACES.

       01  WS-LINHA-TITULAR.
           03 FILLER              PIC X(13) VALUE 'TITULAR CPF: '.
           03 WS-EXB-CPF          PIC 9(11).
           03 FILLER              PIC X(14) VALUE '   PROTOCOLO: '.
           03 WS-EXB-PROTOCOLO    PIC 9(06).

       01  WS-LINHA-DATAS-PED.
           03 FILLER              PIC X(16) VALUE 'DATA DO PEDIDO: '.
           03 WS-EXB-DATA-PEDIDO  PIC 9(08).
           03 FILLER              PIC X(22)
               VALUE '   PRAZO DE RESPOSTA: '.
           03 WS-EXB-PRAZO        PIC 9(08).
           03 FILLER              PIC X(15) VALUE '   EMITIDO EM: '.
           03 WS-EXB-EMISSAO      PIC 9(08).

       01  WS-LINHA-FONTE.
           03 FILLER              PIC X(07) VALUE 'FONTE: '.
           03 WS-EXB-FONTE        PIC X(20).
           03 FILLER              PIC X(14) VALUE ' FINALIDADE: '.
           03 WS-EXB-FINALIDADE   PIC X(44).

       01  WS-LINHA-LEIAUTE.
           03 FILLER              PIC X(09) VALUE 'LEIAUTE: '.
           03 WS-EXB-LEIAUTE      PIC X(50).

       01  WS-LINHA-REGISTRO.
           03 FILLER              PIC X(04) VALUE SPACES.
           03 WS-EXB-REGISTRO     PIC X(156).

       01  WS-LINHA-QTD.
           03 FILLER              PIC X(04) VALUE SPACES.
           03 FILLER              PIC X(11) VALUE 'REGISTROS: '.
           03 WS-EXB-QTD          PIC ZZZZ9.

       01  WS-LINHA-NENHUM.
           03 FILLER              PIC X(04) VALUE SPACES.
           03 FILLER              PIC X(40)
               VALUE 'NENHUM REGISTRO COM ESTE CPF'.

       01  WS-LINHA-AUSENTE.
           03 FILLER              PIC X(04) VALUE SPACES.
           03 FILLER              PIC X(40)
               VALUE 'ARQUIVO NAO DISPONIVEL NESTA EMISSAO'.

       01  WS-RODAPE1.
           03 FILLER            PIC X(30)
               VALUE 'TOTAL DE REGISTROS DO TITULAR:'.
           03 WS-TOT-REGISTROS  PIC ZZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(30)
               VALUE 'FONTES COM DADOS DO TITULAR:  '.
           03 WS-TOT-FONTES     PIC ZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               MOVE FUNCTION CURRENT-DATE(1:8) TO WS-DATA-HOJE

               DISPLAY 'CPF DO TITULAR: '
               ACCEPT WS-CPF-PEDIDO FROM DADO-INPUT
               DISPLAY 'DATA DO PEDIDO (AAAAMMDD, ZEROS = HOJE): '
               ACCEPT WS-DATA-PEDIDO FROM DADO-INPUT

               PERFORM 0100-VALIDA-PEDIDO

               IF FIM-NORMAL
                   PERFORM 0200-PROXIMO-PROTOCOLO
                   PERFORM 1000-EMITE-DOCUMENTO
                   PERFORM 8000-REGISTRA-PEDIDO
               END-IF

               MOVE 'LGPDREL'     TO WS-RUN-PROGRAMA
               MOVE WS-CONT-TOTAL TO WS-RUN-PROCESSADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-VALIDA-PEDIDO.
      *----------------------------------------------------------------*
           MOVE WS-CPF-PEDIDO TO WS-CPF-ENTRADA-VAL
           PERFORM 9700-VALIDA-CPF

           IF CPF-INVALIDO
               SET FIM-ANORMAL TO TRUE
               MOVE 'CPF DO TITULAR INVALIDO' TO WS-RUN-MOTIVO
               MOVE 'LGP001' TO WS-RUN-CODIGO
               DISPLAY 'PEDIDO RECUSADO - CPF INVALIDO: '
                       WS-CPF-PEDIDO
           END-IF

           IF WS-DATA-PEDIDO = ZEROS
               MOVE WS-DATA-HOJE TO WS-DATA-PEDIDO
           END-IF

      *    A rotina de idade valida a data (mes, dia, nada futuro).
           MOVE WS-DATA-PEDIDO TO WS-NASC-ENTRADA
           PERFORM 9600-CALCULA-IDADE

           IF NASC-OK
              AND FUNCTION INTEGER-OF-DATE(WS-DATA-PEDIDO) = ZEROS
               SET NASC-INVALIDO TO TRUE
           END-IF

           IF NASC-INVALIDO AND FIM-NORMAL
               SET FIM-ANORMAL TO TRUE
               MOVE 'DATA DO PEDIDO INVALIDA' TO WS-RUN-MOTIVO
               MOVE 'LGP002' TO WS-RUN-CODIGO
               DISPLAY 'PEDIDO RECUSADO - DATA DO PEDIDO INVALIDA: '
                       WS-DATA-PEDIDO
           END-IF

           IF FIM-NORMAL
               COMPUTE WS-DATA-PRAZO = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-PEDIDO)
                    + WS-PRAZO-DIAS)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-PROXIMO-PROTOCOLO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-PROTOCOLO

           OPEN INPUT ARQLOG
           IF LOG-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQLOG
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF LGL-PROTOCOLO IS NUMERIC
                              AND LGL-PROTOCOLO > WS-PROTOCOLO
                               MOVE LGL-PROTOCOLO TO WS-PROTOCOLO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQLOG
           END-IF

           ADD 1 TO WS-PROTOCOLO
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-EMITE-DOCUMENTO.
      *----------------------------------------------------------------*
           MOVE WS-CPF-PEDIDO  TO WS-EXB-CPF
           MOVE WS-PROTOCOLO   TO WS-EXB-PROTOCOLO
           MOVE WS-DATA-PEDIDO TO WS-EXB-DATA-PEDIDO
           MOVE WS-DATA-PRAZO  TO WS-EXB-PRAZO
           MOVE WS-DATA-HOJE   TO WS-EXB-EMISSAO

           OPEN OUTPUT ARQREL
           WRITE REG-RELATORIO FROM WS-LINHA1
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           WRITE REG-RELATORIO FROM WS-LINHA-TITULAR
           WRITE REG-RELATORIO FROM WS-LINHA-DATAS-PED
           WRITE REG-RELATORIO FROM WS-PONTILHADO

           PERFORM 2000-SECAO-ACADEMIA

           PERFORM VARYING WS-IDX-FON FROM 1 BY 1
                   UNTIL WS-IDX-FON > WS-QTD-FONTES
               PERFORM 3000-SECAO-SEQUENCIAL
           END-PERFORM

           PERFORM 4000-SECAO-FUNCIONARIO

           MOVE WS-CONT-TOTAL  TO WS-TOT-REGISTROS
           MOVE WS-CONT-FONTES TO WS-TOT-FONTES
           WRITE REG-RELATORIO FROM WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE2
           CLOSE ARQREL

           DISPLAY 'PROTOCOLO ' WS-PROTOCOLO ' - CPF ' WS-CPF-PEDIDO
           DISPLAY WS-RODAPE1
           DISPLAY WS-RODAPE2
           DISPLAY 'PRAZO DE RESPOSTA: ' WS-DATA-PRAZO
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-SECAO-ACADEMIA.
      *----------------------------------------------------------------*
      *    O cadastro da academia e indexado pelo CPF - leitura
      *    direta pela chave.
           MOVE 'ACADEMIA.TXT' TO WS-EXB-FONTE
           MOVE 'CADASTRO DE ALUNOS DA ACADEMIA' TO WS-EXB-FINALIDADE
           MOVE 'CPF NOME PESO SEXO ALTURA VALIDADE FILIAL'
               TO WS-EXB-LEIAUTE
           PERFORM 5000-CABECALHO-SECAO

           OPEN INPUT ARQACAD
           IF WS-ACAD-OK
               MOVE WS-CPF-PEDIDO TO FD-CPF
               READ ARQACAD
                   KEY IS FD-CPF
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE REG-ACADEMIA TO WS-EXB-REGISTRO
                       PERFORM 5100-IMPRIME-REGISTRO
               END-READ
               CLOSE ARQACAD
               PERFORM 5200-FECHA-SECAO
           ELSE
               WRITE REG-RELATORIO FROM WS-LINHA-AUSENTE
               WRITE REG-RELATORIO FROM WS-PONTILHADO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-SECAO-SEQUENCIAL.
      *----------------------------------------------------------------*
           MOVE WS-FON-ARQUIVO(WS-IDX-FON)    TO WS-NOME-FONTE
                                                 WS-EXB-FONTE
           MOVE WS-FON-FINALIDADE(WS-IDX-FON) TO WS-EXB-FINALIDADE
           MOVE WS-FON-LEIAUTE(WS-IDX-FON)    TO WS-EXB-LEIAUTE
           MOVE WS-FON-POS-CPF(WS-IDX-FON)    TO WS-POS-CPF
           PERFORM 5000-CABECALHO-SECAO

           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQFONTE
           IF FONTE-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFONTE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF REG-FONTE(WS-POS-CPF:11) =
                              WS-CPF-PEDIDO-X
                               MOVE REG-FONTE TO WS-EXB-REGISTRO
                               PERFORM 5100-IMPRIME-REGISTRO
                               IF WS-FON-VINCULO(WS-IDX-FON) = 'F'
                                   PERFORM 3100-GUARDA-CODIGO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFONTE
               PERFORM 5200-FECHA-SECAO
           ELSE
               WRITE REG-RELATORIO FROM WS-LINHA-AUSENTE
               WRITE REG-RELATORIO FROM WS-PONTILHADO
           END-IF

           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-GUARDA-CODIGO.
      *----------------------------------------------------------------*
           IF WS-QTD-COD < 10
               ADD 1 TO WS-QTD-COD
               MOVE REG-FONTE(1:3) TO WS-COD-FUNC(WS-QTD-COD)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-SECAO-FUNCIONARIO.
      *----------------------------------------------------------------*
      *    O mestre de funcionarios nao tem CPF: o registro entra pelo
      *    codigo achado na adesao FUNCACAD. HDR/TRL do envelope
      *    ficam de fora.
           MOVE 'ARQFUNCIONARIO.TXT' TO WS-NOME-FONTE
                                        WS-EXB-FONTE
           MOVE 'CADASTRO DE FUNCIONARIOS (VIA FUNCACAD)'
               TO WS-EXB-FINALIDADE
           MOVE 'DEPTO CODIGO NOME SALARIO' TO WS-EXB-LEIAUTE
           PERFORM 5000-CABECALHO-SECAO

           IF WS-QTD-COD = ZEROS
               PERFORM 5200-FECHA-SECAO
           ELSE
               MOVE ' ' TO WS-EOF
               OPEN INPUT ARQFONTE
               IF FONTE-OK
                   PERFORM UNTIL WS-EOF = 'S'
                       READ ARQFONTE
                           AT END
                               MOVE 'S' TO WS-EOF
                           NOT AT END
                               IF REG-FONTE(1:3) NOT = 'HDR'
                                  AND REG-FONTE(1:3) NOT = 'TRL'
                                   PERFORM 4100-CONFERE-CODIGO
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARQFONTE
                   PERFORM 5200-FECHA-SECAO
               ELSE
                   WRITE REG-RELATORIO FROM WS-LINHA-AUSENTE
                   WRITE REG-RELATORIO FROM WS-PONTILHADO
               END-IF
               MOVE ' ' TO WS-EOF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-CONFERE-CODIGO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-CODIGO-ACHADO

           PERFORM VARYING WS-IDX-COD FROM 1 BY 1
                   UNTIL WS-IDX-COD > WS-QTD-COD
               IF REG-FONTE(6:3) = WS-COD-FUNC(WS-IDX-COD)
                   MOVE 'S' TO WS-CODIGO-ACHADO
               END-IF
           END-PERFORM

           IF WS-CODIGO-ACHADO = 'S'
               MOVE REG-FONTE TO WS-EXB-REGISTRO
               PERFORM 5100-IMPRIME-REGISTRO
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-CABECALHO-SECAO.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-CONT-SECAO
           WRITE REG-RELATORIO FROM WS-LINHA-FONTE
           WRITE REG-RELATORIO FROM WS-LINHA-LEIAUTE
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-IMPRIME-REGISTRO.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO FROM WS-LINHA-REGISTRO
           ADD 1 TO WS-CONT-SECAO
           ADD 1 TO WS-CONT-TOTAL
           .
           EXIT.
      *----------------------------------------------------------------*
       5200-FECHA-SECAO.
      *----------------------------------------------------------------*
           IF WS-CONT-SECAO = ZEROS
               WRITE REG-RELATORIO FROM WS-LINHA-NENHUM
           ELSE
               MOVE WS-CONT-SECAO TO WS-EXB-QTD
               WRITE REG-RELATORIO FROM WS-LINHA-QTD
               ADD 1 TO WS-CONT-FONTES
           END-IF
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       8000-REGISTRA-PEDIDO.
      *----------------------------------------------------------------*
           OPEN EXTEND ARQLOG
           IF LOG-NAO-EXISTE
               OPEN OUTPUT ARQLOG
           END-IF

           MOVE SPACES         TO REG-LOG
           MOVE WS-PROTOCOLO   TO LGL-PROTOCOLO
           MOVE WS-CPF-PEDIDO  TO LGL-CPF
           MOVE WS-DATA-PEDIDO TO LGL-DATA-PEDIDO
           MOVE WS-DATA-PRAZO  TO LGL-PRAZO
           MOVE WS-DATA-HOJE   TO LGL-DATA-RESPOSTA
           MOVE WS-CONT-TOTAL  TO LGL-REGISTROS

           IF WS-DATA-HOJE > WS-DATA-PRAZO
               MOVE 'FORA DO PRAZO' TO LGL-SITUACAO
               DISPLAY '*** RESPOSTA FORA DO PRAZO LEGAL - PRAZO ERA '
                       WS-DATA-PRAZO
           ELSE
               MOVE 'NO PRAZO'      TO LGL-SITUACAO
           END-IF

           WRITE REG-LOG
           CLOSE ARQLOG
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY VALIDACPF-PROC.
      *----------------------------------------------------------------*
           COPY CALCIDADE-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM LGPDREL.
