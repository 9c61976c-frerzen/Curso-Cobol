      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Nightly change detection on the master files. The
      *          maintenance programs audit their own movements, but
      *          ARQFUNCIONARIO.TXT, ARQALUNOS.TXT, HABITANTES.TXT and
      *          TITULOS.TXT can still be opened in an editor. Each
      *          night this step compares every master with the copy
      *          it kept the night before (FUNCSNAP, ALUSNAP, HABSNAP,
      *          TITSNAP .TXT) and lists on DIFMEST.TXT the records
      *          added, removed and changed - field by field, before
      *          and after. Every change is matched by key against
      *          the same day's transaction and audit files (FUNTRANS
      *          and FUNMOV, CRUDBKO and TRANSFER, HABTRANS and
      *          MUDHIST, TITTRANS and TITHIST); a transaction found
      *          on the day's reject file does not count. Changes no
      *          file explains are flagged on the report and copied
      *          to the supervisor's list DIFALERT.TXT. The current
      *          master then becomes the copy for the next night; a
      *          master missing tonight keeps last night's copy. The
      *          first night of a master only writes its copy.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. DIFMEST.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQMESTRE ASSIGN TO DYNAMIC WS-NOME-MESTRE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-MESTRE.

       SELECT ARQSNAP ASSIGN TO DYNAMIC WS-NOME-SNAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-SNAP.

       SELECT ARQFONTE ASSIGN TO DYNAMIC WS-NOME-FONTE
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FONTE.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQALERTA ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD  ARQMESTRE
           LABEL RECORD STANDARD.
       01  REG-MESTRE             PIC X(80).

       FD  ARQSNAP
           LABEL RECORD STANDARD.
       01  REG-SNAP               PIC X(80).

       FD  ARQFONTE
           LABEL RECORD STANDARD.
       01  REG-FONTE              PIC X(200).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA          PIC 9(08).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIFMEST.TXT".
       01  REG-RELATORIO          PIC X(80).

       FD  ARQALERTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIFALERT.TXT".
       01  REG-ALERTA             PIC X(100).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DIFRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-STATUS-MESTRE         PIC X(02) VALUE SPACES.
           88 MESTRE-OK                 VALUE '00'.
       77  WS-STATUS-SNAP           PIC X(02) VALUE SPACES.
           88 SNAP-OK                   VALUE '00'.
       77  WS-STATUS-FONTE          PIC X(02) VALUE SPACES.
           88 FONTE-OK                  VALUE '00'.
       77  WS-NOME-MESTRE           PIC X(20) VALUE SPACES.
       77  WS-NOME-SNAP             PIC X(20) VALUE SPACES.
       77  WS-NOME-FONTE            PIC X(20) VALUE SPACES.
       77  WS-SNAP-EXISTE           PIC X(01) VALUE 'N'.
       77  WS-IDX-MST               PIC 9(01) VALUE ZEROS.
       77  WS-IDX-CPO               PIC 9(02) VALUE ZEROS.
       77  WS-IDX-FON               PIC 9(02) VALUE ZEROS.
       77  WS-IDX-SNP               PIC 9(04) VALUE ZEROS.
       77  WS-IDX-EXP               PIC 9(04) VALUE ZEROS.
       77  WS-POS-SNP               PIC 9(04) VALUE ZEROS.
       77  WS-POS-EXP               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-SNP               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-EXP               PIC 9(04) VALUE ZEROS.
       77  WS-MAX-SNP               PIC 9(04) VALUE 3000.
       77  WS-MAX-EXP               PIC 9(04) VALUE 2000.
       77  WS-CHAVE                 PIC X(15) VALUE SPACES.
       77  WS-CHAVE-FONTE           PIC X(15) VALUE SPACES.
       77  WS-DATA-FONTE            PIC X(08) VALUE SPACES.
       77  WS-EXPLICACAO            PIC X(01) VALUE SPACE.
           88 MUDANCA-EXPLICADA         VALUE 'S'.
           88 MUDANCA-NAO-EXPLICADA     VALUE 'N'.
           88 EXPLICACAO-PENDENTE       VALUE SPACE.
       77  WS-REG-ALTERADO          PIC X(01) VALUE 'N'.
       77  WS-REG-ANTES             PIC X(80) VALUE SPACES.
       77  WS-REG-DEPOIS            PIC X(80) VALUE SPACES.
       77  WS-VALOR                 PIC X(20) VALUE SPACES.
       77  WS-VALOR-CAMPO           PIC X(20) VALUE SPACES.
       77  WS-POS-CPO               PIC 9(03) VALUE ZEROS.
       77  WS-TAM-CPO               PIC 9(02) VALUE ZEROS.
       77  WS-TAM-INTEIRO           PIC 9(02) VALUE ZEROS.
       77  WS-POS-DECIMAL           PIC 9(03) VALUE ZEROS.
       77  WS-CONT-LIDOS            PIC 9(07) VALUE ZEROS.
       77  WS-CONT-INCLUIDO         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-EXCLUIDO         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-ALTERADO         PIC 9(05) VALUE ZEROS.
       77  WS-CONT-NAO-EXPL         PIC 9(05) VALUE ZEROS.
       77  WS-TOT-INCLUIDO          PIC 9(07) VALUE ZEROS.
       77  WS-TOT-EXCLUIDO          PIC 9(07) VALUE ZEROS.
       77  WS-TOT-ALTERADO          PIC 9(07) VALUE ZEROS.
       77  WS-TOT-NAO-EXPL          PIC 9(07) VALUE ZEROS.

           COPY CABECALHO80.
           COPY RUNSUMARIO.
           COPY DATAPROC.

      *    Mestres vigiados: arquivo, copia da noite anterior, chave
      *    (posicao e tamanho no registro) e rotulo do relatorio.
       01  WS-LISTA-MESTRES.
           03 FILLER PIC X(20) VALUE 'ARQFUNCIONARIO.TXT'.
           03 FILLER PIC X(20) VALUE 'FUNCSNAP.TXT'.
           03 FILLER PIC 9(03) VALUE 6.
           03 FILLER PIC 9(02) VALUE 3.
           03 FILLER PIC X(12) VALUE 'FUNCIONARIOS'.
           03 FILLER PIC X(20) VALUE 'ARQALUNOS.TXT'.
           03 FILLER PIC X(20) VALUE 'ALUSNAP.TXT'.
           03 FILLER PIC 9(03) VALUE 6.
           03 FILLER PIC 9(02) VALUE 8.
           03 FILLER PIC X(12) VALUE 'ALUNOS'.
           03 FILLER PIC X(20) VALUE 'HABITANTES.TXT'.
           03 FILLER PIC X(20) VALUE 'HABSNAP.TXT'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC 9(02) VALUE 11.
           03 FILLER PIC X(12) VALUE 'HABITANTES'.
           03 FILLER PIC X(20) VALUE 'TITULOS.TXT'.
           03 FILLER PIC X(20) VALUE 'TITSNAP.TXT'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC 9(02) VALUE 3.
           03 FILLER PIC X(12) VALUE 'TITULOS'.

       01  WS-TAB-MESTRES REDEFINES WS-LISTA-MESTRES.
           03 WS-MST-ITEM OCCURS 4 TIMES.
              05 WS-MST-ARQUIVO     PIC X(20).
              05 WS-MST-SNAP        PIC X(20).
              05 WS-MST-POS-CHAVE   PIC 9(03).
              05 WS-MST-TAM-CHAVE   PIC 9(02).
              05 WS-MST-ROTULO      PIC X(12).

      *    Campos comparados de cada mestre (a chave fica de fora):
      *    mestre, nome, posicao, tamanho e casas decimais.
       01  WS-LISTA-CAMPOS.
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(09) VALUE 'DEPTO'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC 9(02) VALUE 5.
           03 FILLER PIC 9(01) VALUE 0.
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(09) VALUE 'NOME'.
           03 FILLER PIC 9(03) VALUE 9.
           03 FILLER PIC 9(02) VALUE 20.
           03 FILLER PIC 9(01) VALUE 0.
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(09) VALUE 'SALARIO'.
           03 FILLER PIC 9(03) VALUE 29.
           03 FILLER PIC 9(02) VALUE 8.
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC X(09) VALUE 'TURMA'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC 9(02) VALUE 5.
           03 FILLER PIC 9(01) VALUE 0.
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC X(09) VALUE 'NOME'.
           03 FILLER PIC 9(03) VALUE 14.
           03 FILLER PIC 9(02) VALUE 10.
           03 FILLER PIC 9(01) VALUE 0.
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC X(09) VALUE 'NOTA1'.
           03 FILLER PIC 9(03) VALUE 24.
           03 FILLER PIC 9(02) VALUE 5.
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC X(09) VALUE 'NOTA2'.
           03 FILLER PIC 9(03) VALUE 29.
           03 FILLER PIC 9(02) VALUE 5.
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC X(09) VALUE 'NOTA3'.
           03 FILLER PIC 9(03) VALUE 34.
           03 FILLER PIC 9(02) VALUE 5.
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC X(09) VALUE 'NOTA4'.
           03 FILLER PIC 9(03) VALUE 39.
           03 FILLER PIC 9(02) VALUE 5.
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC 9(01) VALUE 3.
           03 FILLER PIC X(09) VALUE 'DATANASC'.
           03 FILLER PIC 9(03) VALUE 12.
           03 FILLER PIC 9(02) VALUE 8.
           03 FILLER PIC 9(01) VALUE 0.
           03 FILLER PIC 9(01) VALUE 3.
           03 FILLER PIC X(09) VALUE 'SEXO'.
           03 FILLER PIC 9(03) VALUE 20.
           03 FILLER PIC 9(02) VALUE 1.
           03 FILLER PIC 9(01) VALUE 0.
           03 FILLER PIC 9(01) VALUE 3.
           03 FILLER PIC X(09) VALUE 'DOMICILIO'.
           03 FILLER PIC 9(03) VALUE 21.
           03 FILLER PIC 9(02) VALUE 5.
           03 FILLER PIC 9(01) VALUE 0.
           03 FILLER PIC 9(01) VALUE 3.
           03 FILLER PIC X(09) VALUE 'BAIRRO'.
           03 FILLER PIC 9(03) VALUE 26.
           03 FILLER PIC 9(02) VALUE 3.
           03 FILLER PIC 9(01) VALUE 0.
           03 FILLER PIC 9(01) VALUE 3.
           03 FILLER PIC X(09) VALUE 'RENDA'.
           03 FILLER PIC 9(03) VALUE 29.
           03 FILLER PIC 9(02) VALUE 9.
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC 9(01) VALUE 4.
           03 FILLER PIC X(09) VALUE 'NOME'.
           03 FILLER PIC 9(03) VALUE 4.
           03 FILLER PIC 9(02) VALUE 10.
           03 FILLER PIC 9(01) VALUE 0.
           03 FILLER PIC 9(01) VALUE 4.
           03 FILLER PIC X(09) VALUE 'LOCAL'.
           03 FILLER PIC 9(03) VALUE 14.
           03 FILLER PIC 9(02) VALUE 5.
           03 FILLER PIC 9(01) VALUE 0.
           03 FILLER PIC 9(01) VALUE 4.
           03 FILLER PIC X(09) VALUE 'CPF'.
           03 FILLER PIC 9(03) VALUE 19.
           03 FILLER PIC 9(02) VALUE 11.
           03 FILLER PIC 9(01) VALUE 0.

       01  WS-TAB-CAMPOS REDEFINES WS-LISTA-CAMPOS.
           03 WS-CPO-ITEM OCCURS 18 TIMES.
              05 WS-CPO-MESTRE      PIC 9(01).
              05 WS-CPO-NOME        PIC X(09).
              05 WS-CPO-POSICAO     PIC 9(03).
              05 WS-CPO-TAMANHO     PIC 9(02).
              05 WS-CPO-DECIMAIS    PIC 9(01).

       77  WS-QTD-CAMPOS            PIC 9(02) VALUE 18.

      *    Arquivos que explicam uma mudanca: mestre, arquivo,
      *    posicao e tamanho da chave (comparada com o inicio da
      *    chave do mestre), posicao da data do movimento (zero =
      *    arquivo do dia, sem data) e sinal - N e o arquivo de
      *    rejeitos, que anula a transacao recusada.
       01  WS-LISTA-FONTES.
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(20) VALUE 'FUNTRANS.TXT'.
           03 FILLER PIC 9(03) VALUE 2.
           03 FILLER PIC 9(02) VALUE 3.
           03 FILLER PIC 9(03) VALUE 0.
           03 FILLER PIC X(01) VALUE 'P'.
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(20) VALUE 'FUNMOV.TXT'.
           03 FILLER PIC 9(03) VALUE 12.
           03 FILLER PIC 9(02) VALUE 3.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC X(01) VALUE 'P'.
           03 FILLER PIC 9(01) VALUE 1.
           03 FILLER PIC X(20) VALUE 'FUNTREJ.TXT'.
           03 FILLER PIC 9(03) VALUE 3.
           03 FILLER PIC 9(02) VALUE 3.
           03 FILLER PIC 9(03) VALUE 0.
           03 FILLER PIC X(01) VALUE 'N'.
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC X(20) VALUE 'CRUDBKO.TXT'.
           03 FILLER PIC 9(03) VALUE 17.
           03 FILLER PIC 9(02) VALUE 8.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC X(01) VALUE 'P'.
           03 FILLER PIC 9(01) VALUE 2.
           03 FILLER PIC X(20) VALUE 'TRANSFER.TXT'.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC 9(02) VALUE 3.
           03 FILLER PIC 9(03) VALUE 5.
           03 FILLER PIC X(01) VALUE 'P'.
           03 FILLER PIC 9(01) VALUE 3.
           03 FILLER PIC X(20) VALUE 'HABTRANS.TXT'.
           03 FILLER PIC 9(03) VALUE 2.
           03 FILLER PIC 9(02) VALUE 11.
           03 FILLER PIC 9(03) VALUE 0.
           03 FILLER PIC X(01) VALUE 'P'.
           03 FILLER PIC 9(01) VALUE 3.
           03 FILLER PIC X(20) VALUE 'MUDHIST.TXT'.
           03 FILLER PIC 9(03) VALUE 10.
           03 FILLER PIC 9(02) VALUE 11.
           03 FILLER PIC 9(03) VALUE 44.
           03 FILLER PIC X(01) VALUE 'P'.
           03 FILLER PIC 9(01) VALUE 3.
           03 FILLER PIC X(20) VALUE 'HABTREJ.TXT'.
           03 FILLER PIC 9(03) VALUE 3.
           03 FILLER PIC 9(02) VALUE 11.
           03 FILLER PIC 9(03) VALUE 0.
           03 FILLER PIC X(01) VALUE 'N'.
           03 FILLER PIC 9(01) VALUE 4.
           03 FILLER PIC X(20) VALUE 'TITTRANS.TXT'.
           03 FILLER PIC 9(03) VALUE 2.
           03 FILLER PIC 9(02) VALUE 3.
           03 FILLER PIC 9(03) VALUE 0.
           03 FILLER PIC X(01) VALUE 'P'.
           03 FILLER PIC 9(01) VALUE 4.
           03 FILLER PIC X(20) VALUE 'TITHIST.TXT'.
           03 FILLER PIC 9(03) VALUE 19.
           03 FILLER PIC 9(02) VALUE 3.
           03 FILLER PIC 9(03) VALUE 1.
           03 FILLER PIC X(01) VALUE 'P'.
           03 FILLER PIC 9(01) VALUE 4.
           03 FILLER PIC X(20) VALUE 'TITTREJ.TXT'.
           03 FILLER PIC 9(03) VALUE 3.
           03 FILLER PIC 9(02) VALUE 3.
           03 FILLER PIC 9(03) VALUE 0.
           03 FILLER PIC X(01) VALUE 'N'.

       01  WS-TAB-FONTES REDEFINES WS-LISTA-FONTES.
           03 WS-FON-ITEM OCCURS 11 TIMES.
              05 WS-FON-MESTRE      PIC 9(01).
              05 WS-FON-ARQUIVO     PIC X(20).
              05 WS-FON-POS-CHAVE   PIC 9(03).
              05 WS-FON-TAM-CHAVE   PIC 9(02).
              05 WS-FON-POS-DATA    PIC 9(03).
              05 WS-FON-SINAL       PIC X(01).

       77  WS-QTD-FONTES            PIC 9(02) VALUE 11.

       01  WS-TAB-SNAPSHOT.
           03 WS-SNP-ITEM OCCURS 3000 TIMES.
              05 WS-SNP-CHAVE       PIC X(15).
              05 WS-SNP-REGISTRO    PIC X(80).
              05 WS-SNP-VISTO       PIC X(01).

       01  WS-TAB-EXPLICACAO.
           03 WS-EXP-ITEM OCCURS 2000 TIMES.
              05 WS-EXP-CHAVE       PIC X(15).
              05 WS-EXP-TAMANHO     PIC 9(02).
              05 WS-EXP-SALDO       PIC S9(03).

       01  WS-LINHA1.
           03 FILLER PIC X(22) VALUE SPACES.
           03 FILLER PIC X(36)
               VALUE 'ALTERACOES NOS CADASTROS MESTRES'.
           03 FILLER PIC X(22) VALUE SPACES.

       01  WS-LINHA-MESTRE.
           03 FILLER              PIC X(08) VALUE 'MESTRE: '.
           03 WS-EXB-MESTRE       PIC X(20).
           03 FILLER              PIC X(17)
               VALUE ' COPIA ANTERIOR: '.
           03 WS-EXB-SNAP         PIC X(20).

       01  WS-LINHA-TITULO.
           03 FILLER PIC X(10) VALUE 'TIPO'.
           03 FILLER PIC X(16) VALUE 'CHAVE'.
           03 FILLER PIC X(10) VALUE 'CAMPO'.
           03 FILLER PIC X(18) VALUE 'ANTES'.
           03 FILLER PIC X(18) VALUE 'DEPOIS'.
           03 FILLER PIC X(08) VALUE 'EXPLIC.'.

       01  WS-LINHA-DETALHE.
           03 WS-DET-TIPO         PIC X(09).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-CHAVE        PIC X(15).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-CAMPO        PIC X(09).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-ANTES        PIC X(17).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-DEPOIS       PIC X(17).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-DET-EXPLICADA    PIC X(08).

       01  WS-LINHA-ALERTA.
           03 WS-ALE-DATA         PIC 9(08).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-ALE-MESTRE       PIC X(12).
           03 FILLER              PIC X(01) VALUE SPACE.
           03 WS-ALE-DETALHE      PIC X(71).

       01  WS-LINHA-SITUACAO.
           03 FILLER              PIC X(02) VALUE SPACES.
           03 WS-EXB-SITUACAO     PIC X(60).

       01  WS-LINHA-RESUMO.
           03 FILLER              PIC X(11) VALUE 'INCLUIDOS: '.
           03 WS-RES-INCLUIDO     PIC ZZZZ9.
           03 FILLER              PIC X(13) VALUE '  EXCLUIDOS: '.
           03 WS-RES-EXCLUIDO     PIC ZZZZ9.
           03 FILLER              PIC X(13) VALUE '  ALTERADOS: '.
           03 WS-RES-ALTERADO     PIC ZZZZ9.
           03 FILLER              PIC X(18)
               VALUE '  NAO EXPLICADOS: '.
           03 WS-RES-NAO-EXPL     PIC ZZZZ9.

       01  WS-RODAPE1.
           03 FILLER            PIC X(30)
               VALUE 'REGISTROS LIDOS:              '.
           03 WS-TOT-LIDOS-R    PIC ZZZZZZ9.

       01  WS-RODAPE2.
           03 FILLER            PIC X(30)
               VALUE 'REGISTROS INCLUIDOS:          '.
           03 WS-TOT-INCLUIDO-R PIC ZZZZZZ9.

       01  WS-RODAPE3.
           03 FILLER            PIC X(30)
               VALUE 'REGISTROS EXCLUIDOS:          '.
           03 WS-TOT-EXCLUIDO-R PIC ZZZZZZ9.

       01  WS-RODAPE4.
           03 FILLER            PIC X(30)
               VALUE 'REGISTROS ALTERADOS:          '.
           03 WS-TOT-ALTERADO-R PIC ZZZZZZ9.

       01  WS-RODAPE5.
           03 FILLER            PIC X(30)
               VALUE 'MUDANCAS NAO EXPLICADAS:      '.
           03 WS-TOT-NAO-EXPL-R PIC ZZZZZZ9.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO

               OPEN OUTPUT ARQREL
                           ARQALERTA
               WRITE REG-RELATORIO FROM WS-LINHA1
               WRITE REG-RELATORIO FROM WS-LINHA-DATAS
               WRITE REG-RELATORIO FROM WS-PONTILHADO

               PERFORM VARYING WS-IDX-MST FROM 1 BY 1
                       UNTIL WS-IDX-MST > 4
                   PERFORM 1000-PROCESSA-MESTRE
               END-PERFORM

               PERFORM 3000-IMPRIME-TOTAIS
               CLOSE ARQREL
                     ARQALERTA

               MOVE 'DIFMEST'       TO WS-RUN-PROGRAMA
               MOVE WS-CONT-LIDOS   TO WS-RUN-PROCESSADOS
               MOVE WS-TOT-NAO-EXPL TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       1000-PROCESSA-MESTRE.
      *----------------------------------------------------------------*
           MOVE WS-MST-ARQUIVO(WS-IDX-MST) TO WS-NOME-MESTRE
                                              WS-EXB-MESTRE
           MOVE WS-MST-SNAP(WS-IDX-MST)    TO WS-NOME-SNAP
                                              WS-EXB-SNAP
           MOVE ZEROS TO WS-CONT-INCLUIDO
                         WS-CONT-EXCLUIDO
                         WS-CONT-ALTERADO
                         WS-CONT-NAO-EXPL

           WRITE REG-RELATORIO FROM WS-LINHA-MESTRE

           PERFORM 1100-CARREGA-COPIA
           PERFORM 1200-CARREGA-EXPLICACOES

           OPEN INPUT ARQMESTRE
           IF MESTRE-OK
               IF WS-SNAP-EXISTE = 'S'
                   WRITE REG-RELATORIO FROM WS-LINHA-TITULO
               END-IF
               PERFORM 1300-COMPARA-MESTRE
               CLOSE ARQMESTRE

               IF WS-SNAP-EXISTE = 'S'
                   PERFORM 1500-LISTA-EXCLUIDOS
                   MOVE WS-CONT-INCLUIDO TO WS-RES-INCLUIDO
                   MOVE WS-CONT-EXCLUIDO TO WS-RES-EXCLUIDO
                   MOVE WS-CONT-ALTERADO TO WS-RES-ALTERADO
                   MOVE WS-CONT-NAO-EXPL TO WS-RES-NAO-EXPL
                   DISPLAY WS-MST-ROTULO(WS-IDX-MST) ' '
                           WS-LINHA-RESUMO
                   WRITE REG-RELATORIO FROM WS-LINHA-RESUMO
               ELSE
                   MOVE 'PRIMEIRA COPIA GRAVADA - NADA A COMPARAR'
                       TO WS-EXB-SITUACAO
                   WRITE REG-RELATORIO FROM WS-LINHA-SITUACAO
               END-IF
           ELSE
      *        Mestre ausente: a copia da noite anterior fica como
      *        esta, para a comparacao de amanha.
               MOVE 'MESTRE AUSENTE - COPIA ANTERIOR MANTIDA'
                   TO WS-EXB-SITUACAO
               DISPLAY WS-NOME-MESTRE ' ' WS-EXB-SITUACAO
               WRITE REG-RELATORIO FROM WS-LINHA-SITUACAO
           END-IF

           ADD WS-CONT-INCLUIDO TO WS-TOT-INCLUIDO
           ADD WS-CONT-EXCLUIDO TO WS-TOT-EXCLUIDO
           ADD WS-CONT-ALTERADO TO WS-TOT-ALTERADO
           ADD WS-CONT-NAO-EXPL TO WS-TOT-NAO-EXPL
           WRITE REG-RELATORIO FROM WS-PONTILHADO
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-CARREGA-COPIA.
      *----------------------------------------------------------------*
      *    HDR/TRL do envelope padrao nao sao registros de dados e a
      *    data do cabecalho muda toda noite - ficam fora da copia
      *    carregada.
           MOVE ZEROS TO WS-QTD-SNP
           MOVE 'N'   TO WS-SNAP-EXISTE
           MOVE ' '   TO WS-EOF

           OPEN INPUT ARQSNAP
           IF SNAP-OK
               MOVE 'S' TO WS-SNAP-EXISTE
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQSNAP
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF REG-SNAP NOT = SPACES
                              AND REG-SNAP(1:3) NOT = 'HDR'
                              AND REG-SNAP(1:3) NOT = 'TRL'
                               PERFORM 1150-GUARDA-COPIA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQSNAP
           END-IF

           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       1150-GUARDA-COPIA.
      *----------------------------------------------------------------*
           IF WS-QTD-SNP < WS-MAX-SNP
               ADD 1 TO WS-QTD-SNP
               MOVE SPACES TO WS-SNP-CHAVE(WS-QTD-SNP)
               MOVE REG-SNAP(WS-MST-POS-CHAVE(WS-IDX-MST):
                             WS-MST-TAM-CHAVE(WS-IDX-MST))
                   TO WS-SNP-CHAVE(WS-QTD-SNP)
               MOVE REG-SNAP TO WS-SNP-REGISTRO(WS-QTD-SNP)
               MOVE 'N'      TO WS-SNP-VISTO(WS-QTD-SNP)
           ELSE
               DISPLAY 'COPIA ANTERIOR - LIMITE DE ' WS-MAX-SNP
                       ' REGISTROS EXCEDIDO: ' WS-NOME-SNAP
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-CARREGA-EXPLICACOES.
      *----------------------------------------------------------------*
           MOVE ZEROS TO WS-QTD-EXP

           PERFORM VARYING WS-IDX-FON FROM 1 BY 1
                   UNTIL WS-IDX-FON > WS-QTD-FONTES
               IF WS-FON-MESTRE(WS-IDX-FON) = WS-IDX-MST
                   PERFORM 1250-LE-FONTE
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1250-LE-FONTE.
      *----------------------------------------------------------------*
      *    Log datado vale so com o movimento do dia - data de
      *    negocio ou do relogio, porque a janela vira a meia-noite.
           MOVE WS-FON-ARQUIVO(WS-IDX-FON) TO WS-NOME-FONTE
           MOVE ' ' TO WS-EOF

           OPEN INPUT ARQFONTE
           IF FONTE-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFONTE
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-FON-POS-DATA(WS-IDX-FON) = ZEROS
                               PERFORM 1260-GUARDA-EXPLICACAO
                           ELSE
                               MOVE REG-FONTE(
                                   WS-FON-POS-DATA(WS-IDX-FON):8)
                                   TO WS-DATA-FONTE
                               IF WS-DATA-FONTE = WS-EXB-DATA-NEG
                                  OR WS-DATA-FONTE = WS-EXB-DATA-MAQ
                                   PERFORM 1260-GUARDA-EXPLICACAO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFONTE
           END-IF

           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       1260-GUARDA-EXPLICACAO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-CHAVE-FONTE
           MOVE REG-FONTE(WS-FON-POS-CHAVE(WS-IDX-FON):
                          WS-FON-TAM-CHAVE(WS-IDX-FON))
               TO WS-CHAVE-FONTE
           MOVE ZEROS TO WS-POS-EXP

           PERFORM VARYING WS-IDX-EXP FROM 1 BY 1
                   UNTIL WS-IDX-EXP > WS-QTD-EXP
                      OR WS-POS-EXP > ZEROS
               IF WS-EXP-CHAVE(WS-IDX-EXP) = WS-CHAVE-FONTE
                  AND WS-EXP-TAMANHO(WS-IDX-EXP) =
                      WS-FON-TAM-CHAVE(WS-IDX-FON)
                   MOVE WS-IDX-EXP TO WS-POS-EXP
               END-IF
           END-PERFORM

           IF WS-POS-EXP = ZEROS
               IF WS-QTD-EXP < WS-MAX-EXP
                   ADD 1 TO WS-QTD-EXP
                   MOVE WS-QTD-EXP     TO WS-POS-EXP
                   MOVE WS-CHAVE-FONTE TO WS-EXP-CHAVE(WS-POS-EXP)
                   MOVE WS-FON-TAM-CHAVE(WS-IDX-FON)
                       TO WS-EXP-TAMANHO(WS-POS-EXP)
                   MOVE ZEROS          TO WS-EXP-SALDO(WS-POS-EXP)
               ELSE
                   DISPLAY 'LIMITE DE ' WS-MAX-EXP ' MOVIMENTOS '
                           'EXCEDIDO: ' WS-NOME-FONTE
               END-IF
           END-IF

           IF WS-POS-EXP > ZEROS
               IF WS-FON-SINAL(WS-IDX-FON) = 'N'
                   SUBTRACT 1 FROM WS-EXP-SALDO(WS-POS-EXP)
               ELSE
                   ADD 1 TO WS-EXP-SALDO(WS-POS-EXP)
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1300-COMPARA-MESTRE.
      *----------------------------------------------------------------*
      *    A copia nova e gravada enquanto o mestre e lido; a antiga
      *    ja esta inteira na tabela.
           OPEN OUTPUT ARQSNAP

           PERFORM UNTIL WS-EOF = 'S'
               READ ARQMESTRE
                   AT END
                       MOVE 'S' TO WS-EOF
                   NOT AT END
                       WRITE REG-SNAP FROM REG-MESTRE
                       IF REG-MESTRE NOT = SPACES
                          AND REG-MESTRE(1:3) NOT = 'HDR'
                          AND REG-MESTRE(1:3) NOT = 'TRL'
                           ADD 1 TO WS-CONT-LIDOS
                           IF WS-SNAP-EXISTE = 'S'
                               PERFORM 1400-COMPARA-REGISTRO
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           CLOSE ARQSNAP
           MOVE ' ' TO WS-EOF
           .
           EXIT.
      *----------------------------------------------------------------*
       1400-COMPARA-REGISTRO.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-CHAVE
           MOVE REG-MESTRE(WS-MST-POS-CHAVE(WS-IDX-MST):
                           WS-MST-TAM-CHAVE(WS-IDX-MST))
               TO WS-CHAVE
           MOVE SPACE  TO WS-EXPLICACAO
           MOVE ZEROS  TO WS-POS-SNP

           PERFORM VARYING WS-IDX-SNP FROM 1 BY 1
                   UNTIL WS-IDX-SNP > WS-QTD-SNP
                      OR WS-POS-SNP > ZEROS
               IF WS-SNP-CHAVE(WS-IDX-SNP) = WS-CHAVE
                  AND WS-SNP-VISTO(WS-IDX-SNP) = 'N'
                   MOVE WS-IDX-SNP TO WS-POS-SNP
               END-IF
           END-PERFORM

           IF WS-POS-SNP = ZEROS
               MOVE 'INCLUIDO'   TO WS-DET-TIPO
               MOVE 'REGISTRO'   TO WS-DET-CAMPO
               MOVE SPACES       TO WS-DET-ANTES
               MOVE REG-MESTRE   TO WS-DET-DEPOIS
               PERFORM 1600-VERIFICA-EXPLICACAO
               PERFORM 1700-GRAVA-DETALHE
               ADD 1 TO WS-CONT-INCLUIDO
           ELSE
               MOVE 'S' TO WS-SNP-VISTO(WS-POS-SNP)
               IF WS-SNP-REGISTRO(WS-POS-SNP) NOT = REG-MESTRE
                   MOVE WS-SNP-REGISTRO(WS-POS-SNP) TO WS-REG-ANTES
                   MOVE REG-MESTRE                  TO WS-REG-DEPOIS
                   PERFORM 1450-COMPARA-CAMPOS
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1450-COMPARA-CAMPOS.
      *----------------------------------------------------------------*
      *    Uma linha por campo alterado; a explicacao e buscada uma
      *    vez por registro.
           MOVE 'N' TO WS-REG-ALTERADO

           PERFORM VARYING WS-IDX-CPO FROM 1 BY 1
                   UNTIL WS-IDX-CPO > WS-QTD-CAMPOS
               IF WS-CPO-MESTRE(WS-IDX-CPO) = WS-IDX-MST
                   MOVE WS-CPO-POSICAO(WS-IDX-CPO) TO WS-POS-CPO
                   MOVE WS-CPO-TAMANHO(WS-IDX-CPO) TO WS-TAM-CPO
                   IF WS-REG-ANTES(WS-POS-CPO:WS-TAM-CPO) NOT =
                      WS-REG-DEPOIS(WS-POS-CPO:WS-TAM-CPO)
                       IF WS-REG-ALTERADO = 'N'
                           MOVE 'S' TO WS-REG-ALTERADO
                           PERFORM 1600-VERIFICA-EXPLICACAO
                           ADD 1 TO WS-CONT-ALTERADO
                       END-IF
                       MOVE 'ALTERADO' TO WS-DET-TIPO
                       MOVE WS-CPO-NOME(WS-IDX-CPO) TO WS-DET-CAMPO
                       MOVE WS-REG-ANTES(WS-POS-CPO:WS-TAM-CPO)
                           TO WS-VALOR-CAMPO
                       PERFORM 1800-FORMATA-VALOR
                       MOVE WS-VALOR TO WS-DET-ANTES
                       MOVE WS-REG-DEPOIS(WS-POS-CPO:WS-TAM-CPO)
                           TO WS-VALOR-CAMPO
                       PERFORM 1800-FORMATA-VALOR
                       MOVE WS-VALOR TO WS-DET-DEPOIS
                       PERFORM 1700-GRAVA-DETALHE
                   END-IF
               END-IF
           END-PERFORM

      *    Diferenca fora dos campos cadastrados (colunas de folga
      *    ou campo novo) ainda aparece, com o registro inteiro.
           IF WS-REG-ALTERADO = 'N'
               PERFORM 1600-VERIFICA-EXPLICACAO
               ADD 1 TO WS-CONT-ALTERADO
               MOVE 'ALTERADO'    TO WS-DET-TIPO
               MOVE 'REGISTRO'    TO WS-DET-CAMPO
               MOVE WS-REG-ANTES  TO WS-DET-ANTES
               MOVE WS-REG-DEPOIS TO WS-DET-DEPOIS
               PERFORM 1700-GRAVA-DETALHE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1500-LISTA-EXCLUIDOS.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-SNP FROM 1 BY 1
                   UNTIL WS-IDX-SNP > WS-QTD-SNP
               IF WS-SNP-VISTO(WS-IDX-SNP) = 'N'
                   MOVE WS-SNP-CHAVE(WS-IDX-SNP)    TO WS-CHAVE
                   MOVE SPACE                       TO WS-EXPLICACAO
                   MOVE 'EXCLUIDO'                  TO WS-DET-TIPO
                   MOVE 'REGISTRO'                  TO WS-DET-CAMPO
                   MOVE WS-SNP-REGISTRO(WS-IDX-SNP) TO WS-DET-ANTES
                   MOVE SPACES                      TO WS-DET-DEPOIS
                   PERFORM 1600-VERIFICA-EXPLICACAO
                   PERFORM 1700-GRAVA-DETALHE
                   ADD 1 TO WS-CONT-EXCLUIDO
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1600-VERIFICA-EXPLICACAO.
      *----------------------------------------------------------------*
      *    Explicada quando algum movimento aceito do dia tem a
      *    chave - transacao e rejeito da mesma chave se anulam.
           MOVE 'N' TO WS-EXPLICACAO

           PERFORM VARYING WS-IDX-EXP FROM 1 BY 1
                   UNTIL WS-IDX-EXP > WS-QTD-EXP
               IF WS-EXP-CHAVE(WS-IDX-EXP)
                      (1:WS-EXP-TAMANHO(WS-IDX-EXP)) =
                  WS-CHAVE(1:WS-EXP-TAMANHO(WS-IDX-EXP))
                  AND WS-EXP-SALDO(WS-IDX-EXP) > ZEROS
                   MOVE 'S' TO WS-EXPLICACAO
               END-IF
           END-PERFORM

           IF MUDANCA-NAO-EXPLICADA
               ADD 1 TO WS-CONT-NAO-EXPL
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1700-GRAVA-DETALHE.
      *----------------------------------------------------------------*
           MOVE WS-CHAVE TO WS-DET-CHAVE

           IF MUDANCA-EXPLICADA
               MOVE 'SIM'      TO WS-DET-EXPLICADA
           ELSE
               MOVE '*** NAO'  TO WS-DET-EXPLICADA
               MOVE WS-DATA-NEGOCIO            TO WS-ALE-DATA
               MOVE WS-MST-ROTULO(WS-IDX-MST)  TO WS-ALE-MESTRE
               MOVE WS-LINHA-DETALHE           TO WS-ALE-DETALHE
               WRITE REG-ALERTA FROM WS-LINHA-ALERTA
           END-IF

           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           .
           EXIT.
      *----------------------------------------------------------------*
       1800-FORMATA-VALOR.
      *----------------------------------------------------------------*
      *    Campo com casas decimais sai com a virgula no lugar, para
      *    o supervisor ler 3500,00 e nao 00350000.
           MOVE SPACES TO WS-VALOR

           IF WS-CPO-DECIMAIS(WS-IDX-CPO) > ZEROS
               COMPUTE WS-TAM-INTEIRO =
                   WS-TAM-CPO - WS-CPO-DECIMAIS(WS-IDX-CPO)
               COMPUTE WS-POS-DECIMAL = WS-TAM-INTEIRO + 1
               STRING WS-VALOR-CAMPO(1:WS-TAM-INTEIRO)
                      ','
                      WS-VALOR-CAMPO(WS-POS-DECIMAL:
                                     WS-CPO-DECIMAIS(WS-IDX-CPO))
                   DELIMITED BY SIZE INTO WS-VALOR
               END-STRING
           ELSE
               MOVE WS-VALOR-CAMPO(1:WS-TAM-CPO) TO WS-VALOR
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-IMPRIME-TOTAIS.
      *----------------------------------------------------------------*
           MOVE WS-CONT-LIDOS   TO WS-TOT-LIDOS-R
           MOVE WS-TOT-INCLUIDO TO WS-TOT-INCLUIDO-R
           MOVE WS-TOT-EXCLUIDO TO WS-TOT-EXCLUIDO-R
           MOVE WS-TOT-ALTERADO TO WS-TOT-ALTERADO-R
           MOVE WS-TOT-NAO-EXPL TO WS-TOT-NAO-EXPL-R

           DISPLAY WS-RODAPE1
           WRITE REG-RELATORIO FROM WS-RODAPE1
           DISPLAY WS-RODAPE2
           WRITE REG-RELATORIO FROM WS-RODAPE2
           DISPLAY WS-RODAPE3
           WRITE REG-RELATORIO FROM WS-RODAPE3
           DISPLAY WS-RODAPE4
           WRITE REG-RELATORIO FROM WS-RODAPE4
           DISPLAY WS-RODAPE5
           WRITE REG-RELATORIO FROM WS-RODAPE5

           IF WS-TOT-NAO-EXPL > ZEROS
               DISPLAY '*** MUDANCAS SEM MOVIMENTO QUE AS EXPLIQUE - '
                       'VER DIFALERT.TXT'
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM DIFMEST.
