      ******************************************************************
      * Author: EMS
      * Date: 15-10-2026
      * Purpose: Monthly executive dashboard - one page for the
      *          director at each month end instead of a dozen
      *          reports. For the competencia on PAINPARM.TXT (no
      *          card = the month before the business date) PAINEL.TXT
      *          shows each indicator for the month, the month before
      *          and the same month of the year before, with the
      *          variation. Gym: active members at month end, new
      *          members (first payment) and cancellations, net
      *          revenue from PAGLEDGER.TXT and average visits per
      *          active member from CHECKIN.TXT. School: students
      *          enrolled per turma and the approval rate of the
      *          current term on ARQALUNOS.TXT (same verdict rule as
      *          PROMOCAO), and the tuition of the competencia still
      *          unpaid at month end on MENSALID.TXT. Payroll:
      *          headcount of the closed competencia on FOLHIST.TXT
      *          (latest version), its FOLHABRU.TXT gross (overtime,
      *          class hours and leave cut included) and the INSS
      *          patronal and FGTS that FECHAMES stored on it at the
      *          ENCPARM.TXT rates used by ENCARGOS. Operations:
      *          batch runs and abnormal ends on RUNLOG.TXT. Figures
      *          kept by date are recomputed for the earlier months;
      *          the school enrolment and approval figures have no
      *          date, so each month-end run records them on the
      *          dashboard history PAINHIST.TXT and the earlier months
      *          are read back from it. N/D marks a month the files
      *          do not cover.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION                           DIVISION.
       PROGRAM-ID. PAINEL.
      *----------------------------------------------------------------*
       ENVIRONMENT                              DIVISION.
      *----------------------------------------------------------------*
       CONFIGURATION                            SECTION.

       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       INPUT-OUTPUT                             SECTION.

       FILE-CONTROL.

       SELECT ARQLEDGER ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-LED.

       SELECT ARQCHECK ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-CHECK.

       SELECT ARQALU ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-ALU.

       SELECT ARQFALTAS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-FALTAS.

       SELECT ARQDISC ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DISC.

       SELECT ARQNOTAS ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-NOTAS.

       SELECT ARQVER ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-VER.

       SELECT ARQTRANSF ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-TRANSF.

       SELECT ARQMENSAL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-MENSAL.

       SELECT ARQHIST ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-HIST.

       SELECT ARQEPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-EPARM.

       SELECT ARQLOG ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-LOG.

       SELECT ARQPAINH ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PAINH.

       SELECT ARQPARM ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-PARM.

       SELECT ARQDATAP ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS  IS WS-STATUS-DATAP.

       SELECT ARQREL ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       SELECT ARQRUN ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
      *----------------------------------------------------------------*
       DATA DIVISION.
      *----------------------------------------------------------------*
       FILE SECTION.

       FD ARQLEDGER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PAGLEDGER.TXT".
       01  REG-LEDGER.
           03 LED-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 LED-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 LED-VALOR                   PIC S9(06)V99.
           03 FILLER                      PIC X(01).
           03 LED-MESES                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 LED-NOVA-VALIDADE           PIC 9(08).
           03 FILLER                      PIC X(01).
           03 LED-PLANO                   PIC 9(02).
           03 FILLER                      PIC X(01).
           03 LED-FORMA                   PIC X(01).
           03 FILLER                      PIC X(01).
           03 LED-FILIAL                  PIC 9(02).

       FD ARQCHECK
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "CHECKIN.TXT".
       01  REG-CHECKIN.
           03 CHK-CPF                     PIC 9(11).
           03 FILLER                      PIC X(01).
           03 CHK-DATA                    PIC 9(08).
           03 FILLER                      PIC X(01).
           03 CHK-HORA                    PIC 9(06).
           03 FILLER                      PIC X(01).
           03 CHK-SENTIDO                 PIC X(01).
           03 FILLER                      PIC X(01).
           03 CHK-FILIAL                  PIC 9(02).

       FD  ARQALU
          LABEL RECORD STANDARD
          VALUE OF FILE-ID IS "ARQALUNOS.TXT".
       01  REG-ALUNO.
           03 FD-TURMA-ALU             PIC X(05).
           03 FD-MATRICULA-ALU         PIC 9(03).
           03 FD-ANOLETIVO-ALU         PIC 9(04).
           03 FD-SEMESTRE-ALU          PIC 9(01).
           03 FD-NOME-ALU              PIC X(10).
           03 FD-NOTA1-ALU             PIC 9(03)V99.
           03 FD-NOTA2-ALU             PIC 9(03)V99.
           03 FD-NOTA3-ALU             PIC 9(03)V99.
           03 FD-NOTA4-ALU             PIC 9(03)V99.

       FD  ARQFALTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FALTAS.TXT".
       01  REG-FALTAS.
           03 FAL-MATRICULA            PIC 9(03).
           03 FAL-ANOLETIVO            PIC 9(04).
           03 FAL-SEMESTRE             PIC 9(01).
           03 FAL-AULAS-DADAS          PIC 9(03).
           03 FAL-AULAS-PERDIDAS       PIC 9(03).

       FD  ARQDISC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DISCIPLINAS.TXT".
       01  REG-DISCIPLINA.
           03 DIS-CODIGO               PIC 9(02).
           03 DIS-NOME                 PIC X(20).
           03 DIS-PESO                 PIC 9(02).

       FD  ARQNOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "NOTASDISC.TXT".
       01  REG-NOTADISC.
           03 NTD-MATRICULA            PIC 9(03).
           03 NTD-ANOLETIVO            PIC 9(04).
           03 NTD-SEMESTRE             PIC 9(01).
           03 NTD-DISCIPLINA           PIC 9(02).
           03 NTD-NOTA1                PIC 9(03)V99.
           03 NTD-NOTA2                PIC 9(03)V99.
           03 NTD-NOTA3                PIC 9(03)V99.
           03 NTD-NOTA4                PIC 9(03)V99.

       FD  ARQVER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "VEREDITO.TXT".
       01  REG-VEREDITO.
           03 VER-MATRICULA            PIC 9(03).
           03 VER-ANOLETIVO            PIC 9(04).
           03 VER-SEMESTRE             PIC 9(01).
           03 VER-MEDIA-FINAL          PIC 9(03)V99.
           03 VER-SITUACAO             PIC X(01).

       FD  ARQTRANSF
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "TRANSFER.TXT".
       01  REG-TRANSFERENCIA.
           03 TRF-MATRICULA            PIC 9(03).
           03 FILLER                   PIC X(01).
           03 TRF-TIPO                 PIC X(01).
           03 FILLER                   PIC X(01).
           03 TRF-DATA                 PIC 9(08).
           03 FILLER                   PIC X(01).
           03 TRF-ESCOLA               PIC X(20).

       FD  ARQMENSAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "MENSALID.TXT".
       01  REG-MENSALIDADE.
           03 MEN-MATRICULA            PIC 9(03).
           03 MEN-COMPETENCIA          PIC 9(06).
           03 MEN-VALOR                PIC 9(06)V99.
           03 MEN-STATUS               PIC X(01).
           03 MEN-DATA-PGTO            PIC 9(08).
           03 MEN-MULTA                PIC 9(04)V99.
           03 MEN-JUROS                PIC 9(04)V99.
           03 MEN-ACORDO               PIC 9(04).

       FD  ARQHIST
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "FOLHIST.TXT".
       01  REG-HISTORICO.
           03 HIS-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01).
           03 HIS-VERSAO          PIC 9(02).
           03 FILLER              PIC X(01).
           03 HIS-COD             PIC 9(03).
           03 FILLER              PIC X(01).
           03 HIS-DEPTO           PIC X(05).
           03 FILLER              PIC X(01).
           03 HIS-NOME            PIC X(20).
           03 FILLER              PIC X(01).
           03 HIS-SALARIO         PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-COMISSAO        PIC 9(06)V99.
           03 FILLER              PIC X(01).
           03 HIS-HORAS-EXTRAS    PIC 9(03).
           03 FILLER              PIC X(01).
           03 HIS-BRUTO           PIC 9(07)V99.
           03 FILLER              PIC X(72).
           03 FILLER              PIC X(46).
           03 FILLER              PIC X(01).
           03 HIS-BRUTO-FOLHA     PIC 9(07)V99.
           03 FILLER              PIC X(01).
           03 HIS-PATRONAL        PIC 9(07)V99.
           03 FILLER              PIC X(01).
           03 HIS-FGTS            PIC 9(07)V99.

       FD  ARQEPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ENCPARM.TXT".
       01  REG-ENCPARM.
           03 ENC-PCT-PATRONAL    PIC 9(02)V99.
           03 ENC-PCT-FGTS        PIC 9(02)V99.

       FD ARQLOG
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "RUNLOG.TXT".
       01  REG-LOG.
           03 LOG-PROGRAMA              PIC X(08).
           03 FILLER                    PIC X(01).
           03 LOG-DATA                  PIC 9(08).
           03 FILLER                    PIC X(01).
           03 LOG-HORA                  PIC 9(06).
           03 FILLER                    PIC X(01).
           03 LOG-PROCESSADOS           PIC 9(07).
           03 FILLER                    PIC X(01).
           03 LOG-REJEITADOS            PIC 9(07).
           03 FILLER                    PIC X(01).
           03 LOG-STATUS                PIC X(01).
           03 FILLER                    PIC X(01).
           03 LOG-MOTIVO                PIC X(30).
           03 FILLER                    PIC X(07).

      *    Historico do painel: competencia, indicador, turma (so nas
      *    linhas por turma) e valor apurado no fechamento do mes.
       FD  ARQPAINH
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PAINHIST.TXT".
       01  REG-PAINH.
           03 PNH-COMPETENCIA     PIC 9(06).
           03 FILLER              PIC X(01).
           03 PNH-INDICADOR       PIC 9(02).
           03 FILLER              PIC X(01).
           03 PNH-TURMA           PIC X(05).
           03 FILLER              PIC X(01).
           03 PNH-VALOR           PIC 9(11)V99.

       FD  ARQPARM
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PAINPARM.TXT".
       01  REG-PARM.
           03 PPA-COMPETENCIA     PIC 9(06).

       FD  ARQDATAP
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "DATAPROC.TXT".
       01  REG-DATAP.
           03 DATAP-DATA          PIC 9(08).

       FD  ARQREL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PAINEL.TXT".
       01  REG-RELATORIO          PIC X(100).

       FD  ARQRUN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "PAINRUN.TXT".
       01  REG-RUN                PIC X(80).

      *----------------------------------------------------------------*
       WORKING-STORAGE SECTION.
      *----------------------------------------------------------------*
       77  WS-EOF                   PIC X(01) VALUE ' '.
       77  WS-STATUS-LED            PIC X(02) VALUE SPACES.
           88 LED-OK                    VALUE '00'.
       77  WS-STATUS-CHECK          PIC X(02) VALUE SPACES.
           88 CHECK-OK                  VALUE '00'.
       77  WS-STATUS-ALU            PIC X(02) VALUE SPACES.
           88 ALU-OK                    VALUE '00'.
       77  WS-STATUS-FALTAS         PIC X(02) VALUE SPACES.
           88 FALTAS-OK                 VALUE '00'.
       77  WS-STATUS-TRANSF         PIC X(02) VALUE SPACES.
           88 TRANSF-OK                 VALUE '00'.
       77  WS-STATUS-MENSAL         PIC X(02) VALUE SPACES.
           88 MENSAL-OK                 VALUE '00'.
       77  WS-STATUS-HIST           PIC X(02) VALUE SPACES.
           88 HIST-OK                   VALUE '00'.
       77  WS-STATUS-EPARM          PIC X(02) VALUE SPACES.
           88 EPARM-OK                  VALUE '00'.
       77  WS-STATUS-LOG            PIC X(02) VALUE SPACES.
           88 LOG-OK                    VALUE '00'.
       77  WS-STATUS-PAINH          PIC X(02) VALUE SPACES.
           88 PAINH-OK                  VALUE '00'.
       77  WS-STATUS-PARM           PIC X(02) VALUE SPACES.
           88 PARM-OK                   VALUE '00'.
       77  WS-IDX                   PIC 9(04) VALUE ZEROS.
       77  WS-IDX2                  PIC 9(04) VALUE ZEROS.
       77  WS-IDX-PER               PIC 9(01) VALUE ZEROS.
       77  WS-IDX-IND               PIC 9(02) VALUE ZEROS.
       77  WS-IDX-SEC               PIC 9(01) VALUE ZEROS.
       77  WS-IDX-CPF               PIC 9(04) VALUE ZEROS.
       77  WS-POS-CPF               PIC 9(04) VALUE ZEROS.
       77  WS-POS-TUR               PIC 9(02) VALUE ZEROS.
       77  WS-POS-IND               PIC 9(02) VALUE ZEROS.
       77  WS-QTD-CPF               PIC 9(04) VALUE ZEROS.
       77  WS-QTD-IND               PIC 9(02) VALUE ZEROS.
       77  WS-QTD-FIXOS             PIC 9(02) VALUE 13.
       77  WS-QTD-TURMA             PIC 9(02) VALUE ZEROS.
       77  WS-QTD-TRANSF            PIC 9(03) VALUE ZEROS.
       77  WS-QTD-FALTAS            PIC 9(03) VALUE ZEROS.
       77  WS-QTD-PAINH             PIC 9(04) VALUE ZEROS.
       77  WS-COMPETENCIA           PIC 9(06) VALUE ZEROS.
       77  WS-GRAVA-HISTORICO       PIC X(01) VALUE 'N'.
           88 GRAVA-HISTORICO           VALUE 'S'.
       77  WS-TERMO-ATUAL           PIC 9(05) VALUE ZEROS.
       77  WS-TERMO-ALUNO           PIC 9(05) VALUE ZEROS.
       77  WS-TRANSFERIDO           PIC X(01) VALUE 'N'.
       77  WS-MEDIA-AUX             PIC 9(03)V99 VALUE ZEROS.
       77  WS-MEDIA-MINIMA          PIC 9(03)V99 VALUE 70,00.
       77  WS-FREQ-PCT              PIC 9(03)V99 VALUE ZEROS.
       77  WS-FREQ-MINIMA           PIC 9(03)V99 VALUE 75,00.
       77  WS-PCT-PATRONAL          PIC 9(02)V99 VALUE 20,00.
       77  WS-PCT-FGTS              PIC 9(02)V99 VALUE 8,00.
       77  WS-ENCARGO-CALC          PIC 9(07)V99 VALUE ZEROS.
       77  WS-PRIMEIRO-LED          PIC 9(08) VALUE ZEROS.
       77  WS-PRIMEIRO-CHK          PIC 9(08) VALUE ZEROS.
       77  WS-PRIMEIRO-LOG          PIC 9(08) VALUE ZEROS.
       77  WS-TOT-MATRIC            PIC 9(05) VALUE ZEROS.
       77  WS-TOT-APROV             PIC 9(05) VALUE ZEROS.
       77  WS-VARIACAO              PIC S9(07)V9 VALUE ZEROS.
       77  WS-VALOR-FMT             PIC X(17) VALUE SPACES.
       77  WS-VAR-FMT               PIC X(09) VALUE SPACES.
       77  WS-EDT-QTD               PIC ZZ.ZZZ.ZZZ.ZZ9.
       77  WS-EDT-VALOR             PIC --.---.---.--9,99.
       77  WS-EDT-DECIMAL           PIC ZZ.ZZZ.ZZZ.ZZ9,9.
       77  WS-EDT-VAR               PIC ----9,9.
       77  WS-CONT-LINHAS           PIC 9(05) VALUE ZEROS.

           COPY RUNSUMARIO.
           COPY DATAPROC.
           COPY MEDIADISC.
           COPY VEREDITO.

       01  WS-ANOMES-G.
           03 WS-AM-ANO             PIC 9(04).
           03 WS-AM-MES             PIC 9(02).
       01  WS-ANOMES REDEFINES WS-ANOMES-G PIC 9(06).

      *    Periodos comparados: 1 = competencia do painel, 2 = mes
      *    anterior, 3 = mesmo mes do ano anterior.
       01  WS-TAB-PERIODO.
           03 WS-PER-ITEM OCCURS 3 TIMES.
              05 WS-PER-ANOMES      PIC 9(06).
              05 WS-PER-INICIO      PIC 9(08).
              05 WS-PER-FIM         PIC 9(08).
              05 WS-PER-VERSAO      PIC 9(02).
              05 WS-PER-VISITAS     PIC 9(07).
              05 WS-PER-MENS-TOT    PIC 9(05).
              05 WS-PER-MENS-ABERTA PIC 9(05).

      *    Indicadores fixos: codigo, secao (A academia, E escola,
      *    F folha, O operacao), formato (Q quantidade, V valor,
      *    P percentual, M media), origem (C recalculado das fontes,
      *    H historico do painel) e descricao. As linhas por turma
      *    (codigo 20, secao T) entram depois, lidas de ARQALUNOS.
       01  WS-LISTA-INDICADORES.
           03 FILLER PIC X(30) VALUE '01AQCATIVOS NO FIM DO MES     '.
           03 FILLER PIC X(30) VALUE '02AQCNOVAS ADESOES            '.
           03 FILLER PIC X(30) VALUE '03AQCCANCELAMENTOS            '.
           03 FILLER PIC X(30) VALUE '04AVCRECEITA LIQUIDA (R$)     '.
           03 FILLER PIC X(30) VALUE '05AMCVISITAS POR ALUNO ATIVO  '.
           03 FILLER PIC X(30) VALUE '06EQHALUNOS MATRICULADOS      '.
           03 FILLER PIC X(30) VALUE '07EPHTAXA DE APROVACAO (%)    '.
           03 FILLER PIC X(30) VALUE '08EPCMENSALIDADES ATRASO (%)  '.
           03 FILLER PIC X(30) VALUE '09FQCQUADRO DE FUNCIONARIOS   '.
           03 FILLER PIC X(30) VALUE '10FVCFOLHA BRUTA (R$)         '.
           03 FILLER PIC X(30) VALUE '11FVCENCARGOS PATRONAIS (R$)  '.
           03 FILLER PIC X(30) VALUE '12OQCRODADAS DE PROGRAMAS     '.
           03 FILLER PIC X(30) VALUE '13OQCFINS ANORMAIS            '.

       01  WS-TAB-FIXOS REDEFINES WS-LISTA-INDICADORES.
           03 WS-FIX-ITEM OCCURS 13 TIMES.
              05 WS-FIX-CODIGO      PIC 9(02).
              05 WS-FIX-SECAO       PIC X(01).
              05 WS-FIX-FORMATO     PIC X(01).
              05 WS-FIX-ORIGEM      PIC X(01).
              05 WS-FIX-DESCRICAO   PIC X(25).

       01  WS-TAB-INDICADOR.
           03 WS-IND-ITEM OCCURS 60 TIMES.
              05 WS-IND-CODIGO      PIC 9(02).
              05 WS-IND-SECAO       PIC X(01).
              05 WS-IND-FORMATO     PIC X(01).
              05 WS-IND-ORIGEM      PIC X(01).
              05 WS-IND-DESCRICAO   PIC X(26).
              05 WS-IND-TURMA       PIC X(05).
              05 WS-IND-VALOR       PIC S9(11)V99 OCCURS 3 TIMES.
              05 WS-IND-TEM         PIC X(01) OCCURS 3 TIMES.

       01  WS-LISTA-SECOES.
           03 FILLER PIC X(41)
               VALUE 'AACADEMIA'.
           03 FILLER PIC X(41)
               VALUE 'EESCOLA'.
           03 FILLER PIC X(41)
               VALUE 'TESCOLA - MATRICULADOS POR TURMA'.
           03 FILLER PIC X(41)
               VALUE 'FFOLHA DE PAGAMENTO'.
           03 FILLER PIC X(41)
               VALUE 'OOPERACAO DO BATCH'.

       01  WS-TAB-SECOES REDEFINES WS-LISTA-SECOES.
           03 WS-SEC-ITEM OCCURS 5 TIMES.
              05 WS-SEC-CODIGO      PIC X(01).
              05 WS-SEC-TITULO      PIC X(40).

       01  WS-TAB-CPF.
           03 WS-CPF-ITEM OCCURS 3000 TIMES.
              05 WS-CPF-NUMERO      PIC 9(11).
              05 WS-CPF-PRIMEIRA    PIC 9(08).
              05 WS-CPF-PER OCCURS 3 TIMES.
                 07 WS-CPF-ULT-DATA PIC 9(08).
                 07 WS-CPF-VALIDADE PIC 9(08).

       01  WS-TAB-TURMA.
           03 WS-TUR-ITEM OCCURS 40 TIMES.
              05 WS-TUR-CODIGO      PIC X(05).
              05 WS-TUR-MATRIC      PIC 9(05).
              05 WS-TUR-APROV       PIC 9(05).

       01  WS-TAB-TRANSF.
           03 WS-TRF-MATRICULA OCCURS 200 TIMES PIC 9(03).

       01  WS-TAB-FALTAS.
           03 WS-FAL-ITEM OCCURS 500 TIMES.
              05 WS-FAL-MATRICULA   PIC 9(03).
              05 WS-FAL-ANOLETIVO   PIC 9(04).
              05 WS-FAL-SEMESTRE    PIC 9(01).
              05 WS-FAL-DADAS       PIC 9(03).
              05 WS-FAL-PERDIDAS    PIC 9(03).

       01  WS-TAB-PAINH.
           03 WS-PNH-LINHA OCCURS 3000 TIMES PIC X(29).

       01  WS-LINHA1.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(38)
               VALUE 'PAINEL EXECUTIVO MENSAL - COMPETENCIA '.
           03 WS-CAB-MES            PIC 9(02).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-CAB-ANO            PIC 9(04).

       01  WS-LINHA2.
           03 FILLER PIC X(20) VALUE SPACES.
           03 FILLER PIC X(30)
               VALUE 'COMPARADO COM O MES ANTERIOR E'.
           03 FILLER PIC X(31)
               VALUE ' O MESMO MES DO ANO ANTERIOR'.

       01  WS-LINHA-COLUNAS.
           03 FILLER PIC X(27) VALUE 'INDICADOR'.
           03 FILLER PIC X(10) VALUE SPACES.
           03 WS-COL-MES1           PIC 9(02).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-COL-ANO1           PIC 9(04).
           03 FILLER PIC X(11) VALUE SPACES.
           03 WS-COL-MES2           PIC 9(02).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-COL-ANO2           PIC 9(04).
           03 FILLER PIC X(10) VALUE '   VAR.MES'.
           03 FILLER PIC X(11) VALUE SPACES.
           03 WS-COL-MES3           PIC 9(02).
           03 FILLER PIC X(01) VALUE '/'.
           03 WS-COL-ANO3           PIC 9(04).
           03 FILLER PIC X(10) VALUE '   VAR.ANO'.

       01  WS-LINHA-SECAO.
           03 FILLER PIC X(04) VALUE '*** '.
           03 WS-EXB-SECAO          PIC X(40).

       01  WS-LINHA-DETALHE.
           03 WS-DET-DESCRICAO      PIC X(26).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-VALOR1         PIC X(17).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-VALOR2         PIC X(17).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-VAR2           PIC X(09).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-VALOR3         PIC X(17).
           03 FILLER                PIC X(01) VALUE SPACE.
           03 WS-DET-VAR3           PIC X(09).

       01  WS-LINHA-NOTA.
           03 FILLER PIC X(25)
               VALUE 'N/D = PERIODO NAO COBERTO'.
           03 FILLER PIC X(25)
               VALUE ' PELOS ARQUIVOS DE ORIGEM'.
           03 FILLER PIC X(37)
               VALUE ' - VAR. DE PERCENTUAL EM PONTOS (PP)'.

       01  WS-TRACEJADO             PIC X(100) VALUE ALL '-'.

      *----------------------------------------------------------------*
       PROCEDURE DIVISION.
      *----------------------------------------------------------------*

           MAIN-PROCEDURE.
               PERFORM 9500-OBTEM-DATA-PROCESSO
               PERFORM 0100-DEFINE-PERIODOS
               PERFORM 0200-PREPARA-INDICADORES

               PERFORM 1000-APURA-ACADEMIA
               PERFORM 2000-APURA-ESCOLA
               PERFORM 3000-APURA-FOLHA
               PERFORM 4000-APURA-OPERACAO
               PERFORM 5000-HISTORICO-PAINEL

               OPEN OUTPUT ARQREL
               PERFORM 6000-IMPRIME-PAINEL
               CLOSE ARQREL

               DISPLAY 'COMPETENCIA DO PAINEL: ' WS-COMPETENCIA
               DISPLAY 'INDICADORES IMPRESSOS: ' WS-CONT-LINHAS
               IF GRAVA-HISTORICO
                   DISPLAY 'ESCOLA REGISTRADA EM PAINHIST.TXT'
               END-IF

               MOVE 'PAINEL'        TO WS-RUN-PROGRAMA
               MOVE WS-CONT-LINHAS  TO WS-RUN-PROCESSADOS
               MOVE ZEROS           TO WS-RUN-REJEITADOS
               PERFORM 9900-GRAVA-RUN
               GOBACK.
      *----------------------------------------------------------------*
       0100-DEFINE-PERIODOS.
      *----------------------------------------------------------------*
      *    Sem cartao vale o mes anterior a data de negocio - o painel
      *    roda nos primeiros dias do mes seguinte. So o fechamento
      *    desse mes grava a escola no historico; um cartao com mes
      *    mais antigo le a escola do historico.
           MOVE WS-DATA-NEGOCIO(1:6) TO WS-ANOMES
           PERFORM 0150-MES-ANTERIOR
           MOVE WS-ANOMES TO WS-COMPETENCIA
           MOVE 'S'       TO WS-GRAVA-HISTORICO

           OPEN INPUT ARQPARM
           IF PARM-OK
               READ ARQPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PPA-COMPETENCIA IS NUMERIC
                          AND PPA-COMPETENCIA > ZEROS
                          AND PPA-COMPETENCIA NOT = WS-COMPETENCIA
                           MOVE PPA-COMPETENCIA TO WS-COMPETENCIA
                           MOVE 'N'             TO WS-GRAVA-HISTORICO
                       END-IF
               END-READ
               CLOSE ARQPARM
           END-IF

           MOVE WS-COMPETENCIA TO WS-PER-ANOMES(1)
           MOVE WS-COMPETENCIA TO WS-ANOMES
           PERFORM 0150-MES-ANTERIOR
           MOVE WS-ANOMES      TO WS-PER-ANOMES(2)
           COMPUTE WS-PER-ANOMES(3) = WS-COMPETENCIA - 100

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 3
               MOVE WS-PER-ANOMES(WS-IDX-PER) TO WS-ANOMES
               COMPUTE WS-PER-INICIO(WS-IDX-PER) = WS-ANOMES * 100 + 1
               IF WS-AM-MES = 12
                   ADD 1     TO WS-AM-ANO
                   MOVE 1    TO WS-AM-MES
               ELSE
                   ADD 1     TO WS-AM-MES
               END-IF
               COMPUTE WS-PER-FIM(WS-IDX-PER) =
                   FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WS-ANOMES * 100 + 1)
                       - 1)
               MOVE ZEROS TO WS-PER-VERSAO(WS-IDX-PER)
                             WS-PER-VISITAS(WS-IDX-PER)
                             WS-PER-MENS-TOT(WS-IDX-PER)
                             WS-PER-MENS-ABERTA(WS-IDX-PER)
           END-PERFORM

           MOVE WS-PER-ANOMES(1)(5:2) TO WS-CAB-MES WS-COL-MES1
           MOVE WS-PER-ANOMES(1)(1:4) TO WS-CAB-ANO WS-COL-ANO1
           MOVE WS-PER-ANOMES(2)(5:2) TO WS-COL-MES2
           MOVE WS-PER-ANOMES(2)(1:4) TO WS-COL-ANO2
           MOVE WS-PER-ANOMES(3)(5:2) TO WS-COL-MES3
           MOVE WS-PER-ANOMES(3)(1:4) TO WS-COL-ANO3
           .
           EXIT.
      *----------------------------------------------------------------*
       0150-MES-ANTERIOR.
      *----------------------------------------------------------------*
           IF WS-AM-MES = 01
               SUBTRACT 1 FROM WS-AM-ANO
               MOVE 12 TO WS-AM-MES
           ELSE
               SUBTRACT 1 FROM WS-AM-MES
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       0200-PREPARA-INDICADORES.
      *----------------------------------------------------------------*
           INITIALIZE WS-TAB-INDICADOR

           PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                   UNTIL WS-IDX-IND > WS-QTD-FIXOS
               MOVE WS-FIX-CODIGO(WS-IDX-IND)
                   TO WS-IND-CODIGO(WS-IDX-IND)
               MOVE WS-FIX-SECAO(WS-IDX-IND)
                   TO WS-IND-SECAO(WS-IDX-IND)
               MOVE WS-FIX-FORMATO(WS-IDX-IND)
                   TO WS-IND-FORMATO(WS-IDX-IND)
               MOVE WS-FIX-ORIGEM(WS-IDX-IND)
                   TO WS-IND-ORIGEM(WS-IDX-IND)
               MOVE WS-FIX-DESCRICAO(WS-IDX-IND)
                   TO WS-IND-DESCRICAO(WS-IDX-IND)
               PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                       UNTIL WS-IDX-PER > 3
                   MOVE 'N' TO WS-IND-TEM(WS-IDX-IND, WS-IDX-PER)
               END-PERFORM
           END-PERFORM

           MOVE WS-QTD-FIXOS TO WS-QTD-IND
           .
           EXIT.
      *----------------------------------------------------------------*
       1000-APURA-ACADEMIA.
      *----------------------------------------------------------------*
      *    Ativo no fim do mes: o ultimo lancamento com validade ate
      *    aquela data ainda cobre o ultimo dia (o estorno do
      *    CANCELA traz a validade para a data do cancelamento).
      *    Adesao nova e o primeiro pagamento do CPF no livro.
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQLEDGER
           IF LED-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQLEDGER
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF LED-DATA IS NUMERIC
                              AND LED-CPF IS NUMERIC
                               PERFORM 1100-TRATA-LANCAMENTO
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQLEDGER

               PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
                       UNTIL WS-IDX-CPF > WS-QTD-CPF
                   PERFORM 1200-CONTA-SOCIO
               END-PERFORM

               PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                       UNTIL WS-IDX-PER > 3
                   IF WS-PRIMEIRO-LED <= WS-PER-FIM(WS-IDX-PER)
                       MOVE 'S' TO WS-IND-TEM(1, WS-IDX-PER)
                                   WS-IND-TEM(2, WS-IDX-PER)
                                   WS-IND-TEM(3, WS-IDX-PER)
                                   WS-IND-TEM(4, WS-IDX-PER)
                   END-IF
               END-PERFORM
           ELSE
               DISPLAY 'PAGLEDGER.TXT AUSENTE - ACADEMIA SEM DADOS'
           END-IF

           PERFORM 1300-APURA-VISITAS
           .
           EXIT.
      *----------------------------------------------------------------*
       1100-TRATA-LANCAMENTO.
      *----------------------------------------------------------------*
           IF WS-PRIMEIRO-LED = ZEROS OR LED-DATA < WS-PRIMEIRO-LED
               MOVE LED-DATA TO WS-PRIMEIRO-LED
           END-IF

           MOVE ZEROS TO WS-POS-CPF
           PERFORM VARYING WS-IDX-CPF FROM 1 BY 1
                   UNTIL WS-IDX-CPF > WS-QTD-CPF
                      OR WS-POS-CPF > ZEROS
               IF WS-CPF-NUMERO(WS-IDX-CPF) = LED-CPF
                   MOVE WS-IDX-CPF TO WS-POS-CPF
               END-IF
           END-PERFORM

           IF WS-POS-CPF = ZEROS
               IF WS-QTD-CPF < 3000
                   ADD 1 TO WS-QTD-CPF
                   MOVE WS-QTD-CPF TO WS-POS-CPF
                   MOVE LED-CPF    TO WS-CPF-NUMERO(WS-POS-CPF)
                   MOVE LED-DATA   TO WS-CPF-PRIMEIRA(WS-POS-CPF)
                   PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                           UNTIL WS-IDX-PER > 3
                       MOVE ZEROS TO
                           WS-CPF-ULT-DATA(WS-POS-CPF, WS-IDX-PER)
                           WS-CPF-VALIDADE(WS-POS-CPF, WS-IDX-PER)
                   END-PERFORM
               ELSE
                   DISPLAY 'SOCIO IGNORADO - LIMITE DE 3000 CPFS '
                           'EXCEDIDO: ' LED-CPF
               END-IF
           END-IF

           IF WS-POS-CPF > ZEROS
              AND LED-DATA < WS-CPF-PRIMEIRA(WS-POS-CPF)
               MOVE LED-DATA TO WS-CPF-PRIMEIRA(WS-POS-CPF)
           END-IF

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 3
      *        Receita do mes ja liquida dos estornos; o estorno e a
      *        linha cuja nova validade e a propria data.
               IF LED-DATA >= WS-PER-INICIO(WS-IDX-PER)
                  AND LED-DATA <= WS-PER-FIM(WS-IDX-PER)
                   ADD LED-VALOR TO WS-IND-VALOR(4, WS-IDX-PER)
                   IF LED-NOVA-VALIDADE = LED-DATA
                       ADD 1 TO WS-IND-VALOR(3, WS-IDX-PER)
                   END-IF
               END-IF

               IF WS-POS-CPF > ZEROS
                  AND LED-DATA <= WS-PER-FIM(WS-IDX-PER)
                  AND LED-NOVA-VALIDADE > ZEROS
                  AND LED-DATA >=
                      WS-CPF-ULT-DATA(WS-POS-CPF, WS-IDX-PER)
                   MOVE LED-DATA TO
                       WS-CPF-ULT-DATA(WS-POS-CPF, WS-IDX-PER)
                   MOVE LED-NOVA-VALIDADE TO
                       WS-CPF-VALIDADE(WS-POS-CPF, WS-IDX-PER)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1200-CONTA-SOCIO.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 3
               IF WS-CPF-VALIDADE(WS-IDX-CPF, WS-IDX-PER) >=
                  WS-PER-FIM(WS-IDX-PER)
                   ADD 1 TO WS-IND-VALOR(1, WS-IDX-PER)
               END-IF
               IF WS-CPF-PRIMEIRA(WS-IDX-CPF) >=
                  WS-PER-INICIO(WS-IDX-PER)
                  AND WS-CPF-PRIMEIRA(WS-IDX-CPF) <=
                      WS-PER-FIM(WS-IDX-PER)
                   ADD 1 TO WS-IND-VALOR(2, WS-IDX-PER)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       1300-APURA-VISITAS.
      *----------------------------------------------------------------*
      *    Visita e a entrada na catraca (a saida nao conta), media
      *    sobre os ativos do fim do mes.
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQCHECK
           IF CHECK-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQCHECK
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF CHK-DATA IS NUMERIC
                              AND CHK-SENTIDO NOT = 'S'
                               PERFORM 1350-CONTA-VISITA
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQCHECK

               PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                       UNTIL WS-IDX-PER > 3
                   IF WS-PRIMEIRO-CHK <= WS-PER-FIM(WS-IDX-PER)
                      AND WS-IND-TEM(1, WS-IDX-PER) = 'S'
                       MOVE 'S' TO WS-IND-TEM(5, WS-IDX-PER)
                       IF WS-IND-VALOR(1, WS-IDX-PER) > ZEROS
                           COMPUTE WS-IND-VALOR(5, WS-IDX-PER) ROUNDED
                               = WS-PER-VISITAS(WS-IDX-PER) /
                                 WS-IND-VALOR(1, WS-IDX-PER)
                       END-IF
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       1350-CONTA-VISITA.
      *----------------------------------------------------------------*
           IF WS-PRIMEIRO-CHK = ZEROS OR CHK-DATA < WS-PRIMEIRO-CHK
               MOVE CHK-DATA TO WS-PRIMEIRO-CHK
           END-IF

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 3
               IF CHK-DATA >= WS-PER-INICIO(WS-IDX-PER)
                  AND CHK-DATA <= WS-PER-FIM(WS-IDX-PER)
                   ADD 1 TO WS-PER-VISITAS(WS-IDX-PER)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2000-APURA-ESCOLA.
      *----------------------------------------------------------------*
      *    Matriculados e aprovacao do termo mais recente de
      *    ARQALUNOS, sem os transferidos para fora; o veredito segue
      *    a regra do PROMOCAO (media ponderada ou das quatro provas,
      *    recuperacao, frequencia e conselho de classe).
           PERFORM 2100-CARREGA-TRANSFERIDOS
           PERFORM 2150-CARREGA-FALTAS
           PERFORM 9620-CARREGA-MEDIAS-DISC
           PERFORM 9600-CARREGA-VEREDITOS

           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQALU
           IF ALU-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQALU
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-ANOLETIVO-ALU IS NUMERIC
                              AND FD-SEMESTRE-ALU IS NUMERIC
                               COMPUTE WS-TERMO-ALUNO =
                                   FD-ANOLETIVO-ALU * 10 +
                                   FD-SEMESTRE-ALU
                               IF WS-TERMO-ALUNO > WS-TERMO-ATUAL
                                   MOVE WS-TERMO-ALUNO
                                       TO WS-TERMO-ATUAL
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQALU

               MOVE ' ' TO WS-EOF
               OPEN INPUT ARQALU
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQALU
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF FD-ANOLETIVO-ALU IS NUMERIC
                              AND FD-SEMESTRE-ALU IS NUMERIC
                               COMPUTE WS-TERMO-ALUNO =
                                   FD-ANOLETIVO-ALU * 10 +
                                   FD-SEMESTRE-ALU
                               IF WS-TERMO-ALUNO = WS-TERMO-ATUAL
                                   PERFORM 2200-TRATA-ALUNO
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQALU
           ELSE
               DISPLAY 'ARQALUNOS.TXT AUSENTE - ESCOLA SEM MATRICULAS'
           END-IF

           PERFORM 2400-MONTA-TURMAS
           PERFORM 2500-APURA-MENSALIDADES
           .
           EXIT.
      *----------------------------------------------------------------*
       2100-CARREGA-TRANSFERIDOS.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQTRANSF
           IF TRANSF-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQTRANSF
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF TRF-TIPO = 'S'
                              AND WS-QTD-TRANSF < 200
                               ADD 1 TO WS-QTD-TRANSF
                               MOVE TRF-MATRICULA TO
                                   WS-TRF-MATRICULA(WS-QTD-TRANSF)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQTRANSF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2150-CARREGA-FALTAS.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQFALTAS
           IF FALTAS-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQFALTAS
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF WS-QTD-FALTAS < 500
                               ADD 1 TO WS-QTD-FALTAS
                               MOVE FAL-MATRICULA TO
                                   WS-FAL-MATRICULA(WS-QTD-FALTAS)
                               MOVE FAL-ANOLETIVO TO
                                   WS-FAL-ANOLETIVO(WS-QTD-FALTAS)
                               MOVE FAL-SEMESTRE TO
                                   WS-FAL-SEMESTRE(WS-QTD-FALTAS)
                               MOVE FAL-AULAS-DADAS TO
                                   WS-FAL-DADAS(WS-QTD-FALTAS)
                               MOVE FAL-AULAS-PERDIDAS TO
                                   WS-FAL-PERDIDAS(WS-QTD-FALTAS)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQFALTAS
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2200-TRATA-ALUNO.
      *----------------------------------------------------------------*
           MOVE 'N' TO WS-TRANSFERIDO
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-TRANSF
               IF WS-TRF-MATRICULA(WS-IDX) = FD-MATRICULA-ALU
                   MOVE 'S' TO WS-TRANSFERIDO
               END-IF
           END-PERFORM

           IF WS-TRANSFERIDO = 'N'
               MOVE ZEROS TO WS-POS-TUR
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-TURMA
                          OR WS-POS-TUR > ZEROS
                   IF WS-TUR-CODIGO(WS-IDX) = FD-TURMA-ALU
                       MOVE WS-IDX TO WS-POS-TUR
                   END-IF
               END-PERFORM

               IF WS-POS-TUR = ZEROS
                   IF WS-QTD-TURMA < 40
                       ADD 1 TO WS-QTD-TURMA
                       MOVE WS-QTD-TURMA TO WS-POS-TUR
                       MOVE FD-TURMA-ALU TO WS-TUR-CODIGO(WS-POS-TUR)
                       MOVE ZEROS        TO WS-TUR-MATRIC(WS-POS-TUR)
                                            WS-TUR-APROV(WS-POS-TUR)
                   ELSE
                       DISPLAY 'TURMA IGNORADA - LIMITE DE 40 TURMAS '
                               'EXCEDIDO: ' FD-TURMA-ALU
                   END-IF
               END-IF

               IF WS-POS-TUR > ZEROS
                   ADD 1 TO WS-TUR-MATRIC(WS-POS-TUR)
                   ADD 1 TO WS-TOT-MATRIC
                   PERFORM 2300-APURA-VEREDITO
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2300-APURA-VEREDITO.
      *----------------------------------------------------------------*
           COMPUTE WS-MEDIA-AUX =
               (FD-NOTA1-ALU + FD-NOTA2-ALU +
                FD-NOTA3-ALU + FD-NOTA4-ALU) / 4

           MOVE FD-MATRICULA-ALU TO WS-MDI-CHAVE-MAT
           MOVE FD-ANOLETIVO-ALU TO WS-MDI-CHAVE-ANO
           MOVE FD-SEMESTRE-ALU  TO WS-MDI-CHAVE-SEM
           PERFORM 9640-MEDIA-PONDERADA
           IF MEDIA-DISC-ACHADA
               MOVE WS-MDI-MEDIA TO WS-MEDIA-AUX
           END-IF

           MOVE FD-MATRICULA-ALU TO WS-VER-CHAVE-MAT
           MOVE FD-ANOLETIVO-ALU TO WS-VER-CHAVE-ANO
           MOVE FD-SEMESTRE-ALU  TO WS-VER-CHAVE-SEM
           PERFORM 9650-BUSCA-VEREDITO
           IF VEREDITO-ACHADO
               MOVE WS-VER-MEDIA-FINAL TO WS-MEDIA-AUX
           END-IF

           MOVE 100,00 TO WS-FREQ-PCT
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-FALTAS
               IF WS-FAL-MATRICULA(WS-IDX) = FD-MATRICULA-ALU
                  AND WS-FAL-ANOLETIVO(WS-IDX) = FD-ANOLETIVO-ALU
                  AND WS-FAL-SEMESTRE(WS-IDX) = FD-SEMESTRE-ALU
                  AND WS-FAL-DADAS(WS-IDX) > ZEROS
                   COMPUTE WS-FREQ-PCT =
                       ((WS-FAL-DADAS(WS-IDX) -
                         WS-FAL-PERDIDAS(WS-IDX)) * 100)
                       / WS-FAL-DADAS(WS-IDX)
               END-IF
           END-PERFORM

           IF (WS-MEDIA-AUX >= WS-MEDIA-MINIMA
               AND WS-FREQ-PCT >= WS-FREQ-MINIMA)
              OR (VEREDITO-ACHADO AND VEREDITO-CONSELHO)
               ADD 1 TO WS-TUR-APROV(WS-POS-TUR)
               ADD 1 TO WS-TOT-APROV
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       2400-MONTA-TURMAS.
      *----------------------------------------------------------------*
      *    Situacao de hoje vale para a competencia so no fechamento
      *    do mes; os outros meses vem do historico do painel.
           IF GRAVA-HISTORICO AND WS-TOT-MATRIC > ZEROS
               MOVE WS-TOT-MATRIC TO WS-IND-VALOR(6, 1)
               MOVE 'S'           TO WS-IND-TEM(6, 1)
               COMPUTE WS-IND-VALOR(7, 1) ROUNDED =
                   WS-TOT-APROV * 100 / WS-TOT-MATRIC
               MOVE 'S'           TO WS-IND-TEM(7, 1)
           END-IF

           PERFORM VARYING WS-IDX2 FROM 1 BY 1
                   UNTIL WS-IDX2 > WS-QTD-TURMA
               IF WS-QTD-IND < 60
                   ADD 1 TO WS-QTD-IND
                   MOVE 20  TO WS-IND-CODIGO(WS-QTD-IND)
                   MOVE 'T' TO WS-IND-SECAO(WS-QTD-IND)
                   MOVE 'Q' TO WS-IND-FORMATO(WS-QTD-IND)
                   MOVE 'H' TO WS-IND-ORIGEM(WS-QTD-IND)
                   MOVE WS-TUR-CODIGO(WS-IDX2)
                       TO WS-IND-TURMA(WS-QTD-IND)
                   MOVE SPACES TO WS-IND-DESCRICAO(WS-QTD-IND)
                   STRING 'TURMA ' WS-TUR-CODIGO(WS-IDX2)
                       DELIMITED BY SIZE
                       INTO WS-IND-DESCRICAO(WS-QTD-IND)
                   END-STRING
                   MOVE 'N' TO WS-IND-TEM(WS-QTD-IND, 2)
                               WS-IND-TEM(WS-QTD-IND, 3)
                   IF GRAVA-HISTORICO
                       MOVE WS-TUR-MATRIC(WS-IDX2)
                           TO WS-IND-VALOR(WS-QTD-IND, 1)
                       MOVE 'S' TO WS-IND-TEM(WS-QTD-IND, 1)
                   ELSE
                       MOVE 'N' TO WS-IND-TEM(WS-QTD-IND, 1)
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2500-APURA-MENSALIDADES.
      *----------------------------------------------------------------*
      *    Em atraso: mensalidade da competencia ainda aberta (ou em
      *    acordo) no ultimo dia do mes, ou paga depois dele.
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQMENSAL
           IF MENSAL-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQMENSAL
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM 2550-TRATA-MENSALIDADE
                   END-READ
               END-PERFORM
               CLOSE ARQMENSAL
           END-IF

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 3
               IF WS-PER-MENS-TOT(WS-IDX-PER) > ZEROS
                   MOVE 'S' TO WS-IND-TEM(8, WS-IDX-PER)
                   COMPUTE WS-IND-VALOR(8, WS-IDX-PER) ROUNDED =
                       WS-PER-MENS-ABERTA(WS-IDX-PER) * 100 /
                       WS-PER-MENS-TOT(WS-IDX-PER)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       2550-TRATA-MENSALIDADE.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 3
               IF MEN-COMPETENCIA = WS-PER-ANOMES(WS-IDX-PER)
                   ADD 1 TO WS-PER-MENS-TOT(WS-IDX-PER)
                   EVALUATE TRUE
                       WHEN MEN-STATUS = 'A' OR MEN-STATUS = 'R'
                           ADD 1 TO WS-PER-MENS-ABERTA(WS-IDX-PER)
                       WHEN MEN-STATUS = 'P'
                        AND MEN-DATA-PGTO > WS-PER-FIM(WS-IDX-PER)
                           ADD 1 TO WS-PER-MENS-ABERTA(WS-IDX-PER)
                   END-EVALUATE
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3000-APURA-FOLHA.
      *----------------------------------------------------------------*
      *    Bruto da folha e encargos vem do historico: o FECHAMES
      *    grava o bruto do FOLHABRU.TXT (extras, hora-aula e corte de
      *    licenca) e o patronal e FGTS calculados sobre ele. As
      *    aliquotas do ENCARGOS (ENCPARM.TXT, 20% patronal e 8% FGTS
      *    sem o cartao) so valem para competencia fechada antes de o
      *    historico trazer essas colunas.
           OPEN INPUT ARQEPARM
           IF EPARM-OK
               READ ARQEPARM
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ENC-PCT-PATRONAL > ZEROS
                           MOVE ENC-PCT-PATRONAL TO WS-PCT-PATRONAL
                       END-IF
                       IF ENC-PCT-FGTS > ZEROS
                           MOVE ENC-PCT-FGTS TO WS-PCT-FGTS
                       END-IF
               END-READ
               CLOSE ARQEPARM
           END-IF

      *    O FECHAMES anexa cada reabertura com versao maior - a
      *    versao nova zera a soma da anterior.
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQHIST
           IF HIST-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQHIST
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM 3100-TRATA-HISTORICO
                   END-READ
               END-PERFORM
               CLOSE ARQHIST
           ELSE
               DISPLAY 'FOLHIST.TXT AUSENTE - FOLHA SEM DADOS'
           END-IF

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 3
               IF WS-IND-TEM(9, WS-IDX-PER) = 'S'
                   MOVE 'S' TO WS-IND-TEM(10, WS-IDX-PER)
                               WS-IND-TEM(11, WS-IDX-PER)
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3100-TRATA-HISTORICO.
      *----------------------------------------------------------------*
           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 3
               IF HIS-COMPETENCIA = WS-PER-ANOMES(WS-IDX-PER)
                   IF HIS-VERSAO > WS-PER-VERSAO(WS-IDX-PER)
                       MOVE HIS-VERSAO TO WS-PER-VERSAO(WS-IDX-PER)
                       MOVE ZEROS TO WS-IND-VALOR(9, WS-IDX-PER)
                                     WS-IND-VALOR(10, WS-IDX-PER)
                                     WS-IND-VALOR(11, WS-IDX-PER)
                   END-IF
                   IF HIS-VERSAO = WS-PER-VERSAO(WS-IDX-PER)
                       ADD 1 TO WS-IND-VALOR(9, WS-IDX-PER)
                       PERFORM 3110-SOMA-FOLHA
                       MOVE 'S' TO WS-IND-TEM(9, WS-IDX-PER)
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       3110-SOMA-FOLHA.
      *----------------------------------------------------------------*
           IF HIS-BRUTO-FOLHA IS NUMERIC
               ADD HIS-BRUTO-FOLHA TO WS-IND-VALOR(10, WS-IDX-PER)
               ADD HIS-PATRONAL HIS-FGTS
                   TO WS-IND-VALOR(11, WS-IDX-PER)
           ELSE
               ADD HIS-BRUTO TO WS-IND-VALOR(10, WS-IDX-PER)
               COMPUTE WS-ENCARGO-CALC ROUNDED =
                   HIS-BRUTO * WS-PCT-PATRONAL / 100
               ADD WS-ENCARGO-CALC TO WS-IND-VALOR(11, WS-IDX-PER)
               COMPUTE WS-ENCARGO-CALC ROUNDED =
                   HIS-BRUTO * WS-PCT-FGTS / 100
               ADD WS-ENCARGO-CALC TO WS-IND-VALOR(11, WS-IDX-PER)
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4000-APURA-OPERACAO.
      *----------------------------------------------------------------*
           MOVE ' ' TO WS-EOF
           OPEN INPUT ARQLOG
           IF LOG-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQLOG
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           IF LOG-DATA IS NUMERIC
                               PERFORM 4100-TRATA-LOG
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARQLOG

               PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                       UNTIL WS-IDX-PER > 3
                   IF WS-PRIMEIRO-LOG <= WS-PER-FIM(WS-IDX-PER)
                       MOVE 'S' TO WS-IND-TEM(12, WS-IDX-PER)
                                   WS-IND-TEM(13, WS-IDX-PER)
                   END-IF
               END-PERFORM
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       4100-TRATA-LOG.
      *----------------------------------------------------------------*
           IF WS-PRIMEIRO-LOG = ZEROS OR LOG-DATA < WS-PRIMEIRO-LOG
               MOVE LOG-DATA TO WS-PRIMEIRO-LOG
           END-IF

           PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                   UNTIL WS-IDX-PER > 3
               IF LOG-DATA >= WS-PER-INICIO(WS-IDX-PER)
                  AND LOG-DATA <= WS-PER-FIM(WS-IDX-PER)
                   ADD 1 TO WS-IND-VALOR(12, WS-IDX-PER)
                   IF LOG-STATUS = 'S'
                       ADD 1 TO WS-IND-VALOR(13, WS-IDX-PER)
                   END-IF
               END-IF
           END-PERFORM
           .
           EXIT.
      *----------------------------------------------------------------*
       5000-HISTORICO-PAINEL.
      *----------------------------------------------------------------*
      *    Le os meses anteriores dos indicadores de historico e, no
      *    fechamento, troca as linhas da competencia pelas de hoje.
           MOVE ZEROS TO WS-QTD-PAINH
           MOVE ' '   TO WS-EOF
           OPEN INPUT ARQPAINH
           IF PAINH-OK
               PERFORM UNTIL WS-EOF = 'S'
                   READ ARQPAINH
                       AT END
                           MOVE 'S' TO WS-EOF
                       NOT AT END
                           PERFORM 5100-TRATA-PAINH
                   END-READ
               END-PERFORM
               CLOSE ARQPAINH
           END-IF

           IF GRAVA-HISTORICO
               OPEN OUTPUT ARQPAINH
               PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-PAINH
                   WRITE REG-PAINH FROM WS-PNH-LINHA(WS-IDX)
               END-PERFORM
               PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                       UNTIL WS-IDX-IND > WS-QTD-IND
                   IF WS-IND-ORIGEM(WS-IDX-IND) = 'H'
                      AND WS-IND-TEM(WS-IDX-IND, 1) = 'S'
                       MOVE SPACES TO REG-PAINH
                       MOVE WS-COMPETENCIA TO PNH-COMPETENCIA
                       MOVE WS-IND-CODIGO(WS-IDX-IND)
                           TO PNH-INDICADOR
                       MOVE WS-IND-TURMA(WS-IDX-IND) TO PNH-TURMA
                       MOVE WS-IND-VALOR(WS-IDX-IND, 1) TO PNH-VALOR
                       WRITE REG-PAINH
                   END-IF
               END-PERFORM
               CLOSE ARQPAINH
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       5100-TRATA-PAINH.
      *----------------------------------------------------------------*
           IF PNH-COMPETENCIA = WS-COMPETENCIA AND GRAVA-HISTORICO
               CONTINUE
           ELSE
               IF WS-QTD-PAINH < 3000
                   ADD 1 TO WS-QTD-PAINH
                   MOVE REG-PAINH TO WS-PNH-LINHA(WS-QTD-PAINH)
               ELSE
                   DISPLAY 'PAINHIST.TXT - LIMITE DE 3000 LINHAS '
                           'EXCEDIDO - LINHA ANTIGA DESCARTADA'
               END-IF

               MOVE ZEROS TO WS-POS-IND
               PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                       UNTIL WS-IDX-IND > WS-QTD-IND
                   IF WS-IND-ORIGEM(WS-IDX-IND) = 'H'
                      AND WS-IND-CODIGO(WS-IDX-IND) = PNH-INDICADOR
                      AND WS-IND-TURMA(WS-IDX-IND) = PNH-TURMA
                       MOVE WS-IDX-IND TO WS-POS-IND
                   END-IF
               END-PERFORM

               IF WS-POS-IND > ZEROS
                   PERFORM VARYING WS-IDX-PER FROM 1 BY 1
                           UNTIL WS-IDX-PER > 3
                       IF PNH-COMPETENCIA = WS-PER-ANOMES(WS-IDX-PER)
                           MOVE PNH-VALOR TO
                               WS-IND-VALOR(WS-POS-IND, WS-IDX-PER)
                           MOVE 'S' TO
                               WS-IND-TEM(WS-POS-IND, WS-IDX-PER)
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       6000-IMPRIME-PAINEL.
      *----------------------------------------------------------------*
           WRITE REG-RELATORIO FROM WS-LINHA1
           WRITE REG-RELATORIO FROM WS-LINHA2
           WRITE REG-RELATORIO FROM WS-TRACEJADO
           WRITE REG-RELATORIO FROM WS-LINHA-COLUNAS

           PERFORM VARYING WS-IDX-SEC FROM 1 BY 1
                   UNTIL WS-IDX-SEC > 5
               WRITE REG-RELATORIO FROM WS-TRACEJADO
               MOVE WS-SEC-TITULO(WS-IDX-SEC) TO WS-EXB-SECAO
               WRITE REG-RELATORIO FROM WS-LINHA-SECAO
               PERFORM VARYING WS-IDX-IND FROM 1 BY 1
                       UNTIL WS-IDX-IND > WS-QTD-IND
                   IF WS-IND-SECAO(WS-IDX-IND) =
                      WS-SEC-CODIGO(WS-IDX-SEC)
                       PERFORM 6100-IMPRIME-INDICADOR
                   END-IF
               END-PERFORM
           END-PERFORM

           WRITE REG-RELATORIO FROM WS-TRACEJADO
           WRITE REG-RELATORIO FROM WS-LINHA-NOTA
           .
           EXIT.
      *----------------------------------------------------------------*
       6100-IMPRIME-INDICADOR.
      *----------------------------------------------------------------*
           MOVE WS-IND-DESCRICAO(WS-IDX-IND) TO WS-DET-DESCRICAO

           MOVE 1 TO WS-IDX-PER
           PERFORM 6200-FORMATA-VALOR
           MOVE WS-VALOR-FMT TO WS-DET-VALOR1

           MOVE 2 TO WS-IDX-PER
           PERFORM 6200-FORMATA-VALOR
           MOVE WS-VALOR-FMT TO WS-DET-VALOR2
           PERFORM 6300-FORMATA-VARIACAO
           MOVE WS-VAR-FMT   TO WS-DET-VAR2

           MOVE 3 TO WS-IDX-PER
           PERFORM 6200-FORMATA-VALOR
           MOVE WS-VALOR-FMT TO WS-DET-VALOR3
           PERFORM 6300-FORMATA-VARIACAO
           MOVE WS-VAR-FMT   TO WS-DET-VAR3

           WRITE REG-RELATORIO FROM WS-LINHA-DETALHE
           ADD 1 TO WS-CONT-LINHAS
           .
           EXIT.
      *----------------------------------------------------------------*
       6200-FORMATA-VALOR.
      *----------------------------------------------------------------*
           MOVE SPACES TO WS-VALOR-FMT

           IF WS-IND-TEM(WS-IDX-IND, WS-IDX-PER) NOT = 'S'
               MOVE 'N/D' TO WS-VALOR-FMT(15:3)
           ELSE
               EVALUATE WS-IND-FORMATO(WS-IDX-IND)
                   WHEN 'V'
                       MOVE WS-IND-VALOR(WS-IDX-IND, WS-IDX-PER)
                           TO WS-EDT-VALOR
                       MOVE WS-EDT-VALOR TO WS-VALOR-FMT
                   WHEN 'P'
                   WHEN 'M'
                       COMPUTE WS-EDT-DECIMAL ROUNDED =
                           WS-IND-VALOR(WS-IDX-IND, WS-IDX-PER)
                       MOVE WS-EDT-DECIMAL TO WS-VALOR-FMT(2:16)
                   WHEN OTHER
                       MOVE WS-IND-VALOR(WS-IDX-IND, WS-IDX-PER)
                           TO WS-EDT-QTD
                       MOVE WS-EDT-QTD TO WS-VALOR-FMT(4:14)
               END-EVALUATE
           END-IF
           .
           EXIT.
      *----------------------------------------------------------------*
       6300-FORMATA-VARIACAO.
      *----------------------------------------------------------------*
      *    Percentual varia em pontos; o resto em % sobre o mes de
      *    comparacao (base zero nao tem variacao).
           MOVE SPACES TO WS-VAR-FMT

           EVALUATE TRUE
               WHEN WS-IND-TEM(WS-IDX-IND, 1) NOT = 'S'
               WHEN WS-IND-TEM(WS-IDX-IND, WS-IDX-PER) NOT = 'S'
                   MOVE '        -' TO WS-VAR-FMT
               WHEN WS-IND-FORMATO(WS-IDX-IND) = 'P'
                   COMPUTE WS-VARIACAO ROUNDED =
                       WS-IND-VALOR(WS-IDX-IND, 1) -
                       WS-IND-VALOR(WS-IDX-IND, WS-IDX-PER)
                   MOVE WS-VARIACAO TO WS-EDT-VAR
                   STRING WS-EDT-VAR 'PP' DELIMITED BY SIZE
                       INTO WS-VAR-FMT
                   END-STRING
               WHEN WS-IND-VALOR(WS-IDX-IND, WS-IDX-PER) = ZEROS
                   MOVE '        -' TO WS-VAR-FMT
               WHEN OTHER
                   COMPUTE WS-VARIACAO ROUNDED =
                       (WS-IND-VALOR(WS-IDX-IND, 1) -
                        WS-IND-VALOR(WS-IDX-IND, WS-IDX-PER)) * 100 /
                       WS-IND-VALOR(WS-IDX-IND, WS-IDX-PER)
                       ON SIZE ERROR
                           MOVE 99999 TO WS-VARIACAO
                   END-COMPUTE
                   IF WS-VARIACAO > 9999 OR WS-VARIACAO < -9999
                       MOVE '  >9999%' TO WS-VAR-FMT
                   ELSE
                       MOVE WS-VARIACAO TO WS-EDT-VAR
                       STRING WS-EDT-VAR ' %' DELIMITED BY SIZE
                           INTO WS-VAR-FMT
                       END-STRING
                   END-IF
           END-EVALUATE
           .
           EXIT.
      *----------------------------------------------------------------*
           COPY DATAPROC-PROC.
      *----------------------------------------------------------------*
           COPY MEDIADISC-PROC.
      *----------------------------------------------------------------*
           COPY VEREDITO-PROC.
      *----------------------------------------------------------------*
           COPY RUNSUMARIO-PROC.

       END PROGRAM PAINEL.
