      ******************************************************************
      * FILE NAME   : EXERC060                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : RESCISAO (SEVERANCE SETTLEMENT) RUN - READS THE  *
      *               SEVERFL LEAVER EXTRACT EXERC003 WRITES, JOINS    *
      *               EMP-SAL-BASE FROM THE PAYROLL MASTER, THE OPEN   *
      *               ACQUISITIVE PERIOD FROM EXERC032'S FERPROV AND   *
      *               THE 13o ALREADY ADVANCED FROM DECIMO13, WORKS    *
      *               OUT SALDO DE SALARIO, FERIAS PROPORCIONAIS + 1/3,*
      *               13o PROPORCIONAL, AVISO PREVIO BY TENURE AND THE *
      *               FGTS FINE, WITHHOLDS IR FROM THE SAME IR-BRACKETS*
      *               TABLE EXERC004 USES, PRINTS A TRCT-STYLE         *
      *               STATEMENT PER LEAVER AND CUTS A REMITTANCE       *
      *               RECORD IN THE REMESSA LAYOUT FROM THE BANKFILE   *
      *               DETAILS                                          *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - HR WORKED OUT EVERY RESCISAO BY *
      *                HAND FROM THE SEVERFL LISTING. SEVERFL CARRIES  *
      *                EVERY LEAVER EVER, SO EACH SETTLED MATRICULA IS *
      *                APPENDED TO THE RESCHIST HISTORY AND SKIPPED ON *
      *                LATER NIGHTS; A LEAVER WITH NO BANK DETAILS IS  *
      *                NOT WRITTEN TO RESCHIST AND COMES BACK EVERY    *
      *                NIGHT UNTIL BANKFILE IS FIXED. A TERMINATION    *
      *                DATED AFTER TODAY WAITS FOR ITS DAY. SEVERFL    *
      *                HAS NO TERMINATION REASON - EVERY LEAVER IS     *
      *                SETTLED AS A DISMISSAL WITHOUT CAUSE            *
      *                (INDEMNIFIED AVISO PREVIO, 40% FGTS FINE); HR   *
      *                ADJUSTS THE OTHER CASES ON THE PRINTED TRCT.    *
      *                THE FGTS FINE IS DEPOSITED TO THE FGTS ACCOUNT, *
      *                NOT PAID TO THE EMPLOYEE, SO IT IS PRINTED BUT  *
      *                KEPT OUT OF THE NET AMOUNT.                     *
      * 2026-10-15 JM  FERPROV NOW CARRIES THE DAY BALANCE NET OF THE  *
      *                FERHIST DAYS ALREADY TAKEN - UNUSED DAYS OF     *
      *                COMPLETED PERIODS ARE PAID AS FERIAS VENCIDAS   *
      *                PLUS 1/3, LESS ANY FERHIST DAYS PAID SINCE THE  *
      *                LAST PROVISION RUN.                             *
      * 2026-10-15 JM  FERIAS VENCIDAS ARE NEVER PAID ON MORE THAN 60  *
      *                DAYS (TWO PERIODS), THE SAME CEILING EXERC032   *
      *                NOW PUTS ON THE FERPROV BALANCE, SO A FERPROV   *
      *                FROM BEFORE THE FERIAS-CORTE CUT-OVER CANNOT    *
      *                PAY YEARS OF VACATION NEVER TRACKED ON FERHIST. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC060.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEVER-FILE     ASSIGN TO SEVERFL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-SEVER-STATUS.
      *
           SELECT EMP-FILE       ASSIGN TO EMPFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-EMP-STATUS.
      *
           SELECT PROV-FILE      ASSIGN TO FERPROV
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PROV-STATUS.
      *
           SELECT DECIMO-FILE    ASSIGN TO DECIMO13
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DEC-STATUS.
      *
           SELECT USO-FILE       ASSIGN TO FERHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-USO-STATUS.
      *
           SELECT IR-BRACKETS    ASSIGN TO IRBRACK
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-IRB-STATUS.
      *
           SELECT BANK-FILE      ASSIGN TO BANKFILE
                                  ORGANIZATION IS INDEXED
                                  RECORD KEY IS BNK-MATRICULA
                                  ACCESS MODE IS DYNAMIC
                                  FILE STATUS IS WS-BANK-STATUS.
      *
           SELECT HIST-FILE      ASSIGN TO RESCHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT REMIT-FILE     ASSIGN TO RESCREM
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-REMIT-STATUS.
      *
           SELECT TRCT-FILE      ASSIGN TO RESCTRCT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-TRCT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO RESCEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO RESCRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SEVER-FILE.
       01  SEV-REC.
           05  SEV-MATRICULA      PIC 9(06).
           05  SEV-NOME           PIC X(30).
           05  SEV-ADMISSAO       PIC 9(08).
           05  SEV-DEMISSAO       PIC 9(08).
           05  SEV-DIAS           PIC 9(06).
      *
       FD  EMP-FILE.
       01  EMP-REC.
           05  EMP-MATRICULA      PIC 9(06).
           05  EMP-NOME           PIC X(30).
           05  EMP-SAL-BASE       PIC 9(06)V9(02).
           05  EMP-CARGO-GRADE    PIC X(02).
           05  EMP-DEPTO          PIC 9(03).
      *
       FD  PROV-FILE.
       01  FER-REC.
           05  FER-MATRICULA      PIC 9(06).
           05  FER-ANO-MES        PIC 9(06).
           05  FER-INI-AQUISITIVO PIC 9(08).
           05  FER-MESES-AQUIS    PIC 9(02).
           05  FER-DIAS-FERIAS    PIC 9(02)V9(01).
           05  FER-VALOR-PROV     PIC 9(08)V9(02).
           05  FER-VALOR-TERCO    PIC 9(08)V9(02).
           05  FER-VALOR-TOTAL    PIC 9(08)V9(02).
           05  FER-PERIODOS-VENC  PIC 9(02).
           05  FER-DIAS-SALDO     PIC 9(03)V9(01).
           05  FER-DATA-RUN       PIC 9(08).
      *
       FD  USO-FILE.
       01  GOZ-REC.
           05  GOZ-MATRICULA      PIC 9(06).
           05  GOZ-DATA-INICIO    PIC 9(08).
           05  GOZ-DIAS-GOZO      PIC 9(02).
           05  GOZ-DIAS-ABONO     PIC 9(02).
           05  GOZ-VALOR-PAGO     PIC 9(08)V9(02).
           05  GOZ-VALOR-PROV     PIC 9(08)V9(02).
           05  GOZ-DATA-RUN       PIC 9(08).
      *
       FD  DECIMO-FILE.
       01  DEC-REC.
           05  DEC-MATRICULA      PIC 9(06).
           05  DEC-ANO            PIC 9(04).
           05  DEC-MESES          PIC 9(02).
           05  DEC-VALOR-13O      PIC 9(06)V9(02).
           05  DEC-PARCELA1       PIC 9(06)V9(02).
           05  DEC-PARCELA2       PIC 9(06)V9(02).
      *
       FD  IR-BRACKETS.
       01  IRB-REC.
           05  IRB-LIMITE         PIC 9(06)V9(02).
           05  IRB-PERCENTUAL     PIC 9(01)V9(02).
      *
       FD  BANK-FILE.
       01  BNK-REC.
           05  BNK-MATRICULA      PIC 9(06).
           05  BNK-BANCO          PIC 9(03).
           05  BNK-AGENCIA        PIC 9(04).
           05  BNK-CONTA          PIC 9(10).
      *
      * ONE RECORD PER SETTLED LEAVER - THE RERUN GUARD THAT STOPS
      * THE SAME RESCISAO BEING PAID ON EVERY NIGHTLY SEVERFL.
       FD  HIST-FILE.
       01  HIS-REC.
           05  HIS-MATRICULA      PIC 9(06).
           05  HIS-DEMISSAO       PIC 9(08).
           05  HIS-DATA-RUN       PIC 9(08).
           05  HIS-VALOR-LIQ      PIC 9(08)V9(02).
      *
      * SAME FIXED LAYOUT AS EXERC004'S REMESSA SO TREASURY'S BANK
      * UPLOAD HANDLES THE SETTLEMENTS LIKE NORMAL PAY.
       FD  REMIT-FILE.
       01  REM-REC.
           05  REM-MATRICULA      PIC 9(06).
           05  REM-NOME           PIC X(30).
           05  REM-BANCO          PIC 9(03).
           05  REM-AGENCIA        PIC 9(04).
           05  REM-CONTA          PIC 9(10).
           05  REM-VALOR          PIC 9(08)V9(02).
      *
       FD  TRCT-FILE.
       01  TRCT-LINE              PIC X(100).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       FD  RUNLOG-FILE.
       01  RUNLOG-REC             PIC X(51).
      *
       WORKING-STORAGE SECTION.
       01  WS-SEVER-STATUS        PIC X(02) VALUE SPACES.
       01  WS-EMP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PROV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-DEC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-USO-STATUS          PIC X(02) VALUE SPACES.
       01  WS-IRB-STATUS          PIC X(02) VALUE SPACES.
       01  WS-BANK-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REMIT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-TRCT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYRUNLG.
           COPY CPYEXCWS.
       01  WS-EOF-SEV             PIC X(01) VALUE 'N'.
       01  WS-EOF-EMP             PIC X(01) VALUE 'N'.
       01  WS-EOF-PROV            PIC X(01) VALUE 'N'.
       01  WS-EOF-DEC             PIC X(01) VALUE 'N'.
       01  WS-EOF-USO             PIC X(01) VALUE 'N'.
       01  WS-EOF-IRB             PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
       01  WS-TEM-DECIMO          PIC X(01) VALUE 'N'.
      *
       01  WS-HOJE                PIC 9(08).
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05  WS-HOJE-AAAA       PIC 9(04).
           05  WS-HOJE-MM         PIC 9(02).
           05  WS-HOJE-DD         PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
       01  WS-IR-TAB.
           05  WS-IR-LINHA        OCCURS 20 TIMES.
               10  WS-IR-LIMITE     PIC 9(06)V9(02).
               10  WS-IR-PERCENTUAL PIC 9(01)V9(02).
       01  WS-IR-COUNT            PIC 9(02) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-PERCENTUAL-APLIC    PIC 9(01)V9(02) VALUE ZEROES.
       01  WS-BASE-IR             PIC 9(08)V9(02) VALUE ZEROES.
      *
      * SALARY LOOKUP TABLE - ONE ROW PER EMPFILE RECORD.
       01  WS-SAL-TAB.
           05  WS-SAL-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-SAL-COUNT.
               10  WS-SAL-MATRICULA PIC 9(06).
               10  WS-SAL-BASE      PIC 9(06)V9(02).
       01  WS-SAL-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU-SAL           PIC X(01) VALUE 'N'.
       01  WS-SAL-EMPREGADO       PIC 9(06)V9(02) VALUE ZEROES.
      *
      * OPEN ACQUISITIVE PERIOD PER MATRICULA - THE LATEST FERPROV
      * ANO-MES WINS, SO THE START DATE IS THE ONE EXERC032 LAST
      * PROVISIONED AGAINST. THE DAY BALANCE LESS THE OPEN PERIOD'S
      * DAYS IS WHAT IS STILL OWED ON COMPLETED PERIODS; FERHIST
      * DAYS PAID SINCE THAT RUN ARE HELD IN WS-PRV-USADO.
       01  WS-PRV-TAB.
           05  WS-PRV-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-PRV-COUNT.
               10  WS-PRV-MATRICULA PIC 9(06).
               10  WS-PRV-ANO-MES   PIC 9(06).
               10  WS-PRV-INICIO    PIC 9(08).
               10  WS-PRV-SALDO     PIC 9(03)V9(01).
               10  WS-PRV-FERIAS    PIC 9(02)V9(01).
               10  WS-PRV-DATA-RUN  PIC 9(08).
               10  WS-PRV-USADO     PIC 9(04).
       01  WS-PRV-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-PRV-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU-PRV           PIC X(01) VALUE 'N'.
      *
      * 13o ALREADY ADVANCED - DECIMO13 ROWS FOR THE CURRENT YEAR.
       01  WS-D13-TAB.
           05  WS-D13-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-D13-COUNT.
               10  WS-D13-MATRICULA PIC 9(06).
               10  WS-D13-ANO       PIC 9(04).
               10  WS-D13-PARCELA1  PIC 9(06)V9(02).
       01  WS-D13-COUNT           PIC 9(04) VALUE ZEROES.
      *
      * MATRICULAS ALREADY SETTLED ON AN EARLIER NIGHT.
       01  WS-HIS-TAB.
           05  WS-HIS-LINHA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-HIS-COUNT.
               10  WS-HIS-MATRICULA PIC 9(06).
               10  WS-HIS-DEMISSAO  PIC 9(08).
       01  WS-HIS-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-JA-QUITADO          PIC X(01) VALUE 'N'.
       01  WS-MATRICULA-BUSCA     PIC 9(06) VALUE ZEROES.
      *
      * DATE PIECES FOR THE MONTH-COUNTING RULES.
       01  WS-ADMISSAO            PIC 9(08) VALUE ZEROES.
       01  WS-ADMISSAO-R REDEFINES WS-ADMISSAO.
           05  WS-ADM-AAAA        PIC 9(04).
           05  WS-ADM-MM          PIC 9(02).
           05  WS-ADM-DD          PIC 9(02).
       01  WS-DEMISSAO            PIC 9(08) VALUE ZEROES.
       01  WS-DEMISSAO-R REDEFINES WS-DEMISSAO.
           05  WS-DEM-AAAA        PIC 9(04).
           05  WS-DEM-MM          PIC 9(02).
           05  WS-DEM-DD          PIC 9(02).
       01  WS-INI-AQUISITIVO      PIC 9(08) VALUE ZEROES.
       01  WS-INI-AQUIS-R REDEFINES WS-INI-AQUISITIVO.
           05  WS-INI-AAAA        PIC 9(04).
           05  WS-INI-MM          PIC 9(02).
           05  WS-INI-DD          PIC 9(02).
       01  WS-MESES-TOTAIS        PIC S9(05) VALUE ZEROES.
       01  WS-PERIODOS-COMPL      PIC 9(03) VALUE ZEROES.
       01  WS-DIAS-RESTO          PIC S9(03) VALUE ZEROES.
      *
      * SETTLEMENT FIGURES.
       01  WS-DIAS-SALDO          PIC 9(02) VALUE ZEROES.
       01  WS-VALOR-SALDO         PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-MESES-FERIAS        PIC 9(02) VALUE ZEROES.
       01  WS-VALOR-FERIAS        PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-TERCO         PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-DIAS-VENCIDOS       PIC S9(04)V9(01) VALUE ZEROES.
       01  WS-DIAS-VENC-MAXIMO    PIC 9(04) VALUE 60.
       01  WS-VALOR-VENCIDAS      PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-MESES-13O           PIC 9(02) VALUE ZEROES.
       01  WS-VALOR-13O           PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-13O-ADIANTADO       PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-13O-A-PAGAR         PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-ANOS-SERVICO        PIC 9(02) VALUE ZEROES.
       01  WS-DIAS-AVISO          PIC 9(02) VALUE ZEROES.
       01  WS-VALOR-AVISO         PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-MESES-SERVICO       PIC 9(04) VALUE ZEROES.
       01  WS-SALDO-FGTS          PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-MULTA-FGTS          PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-IR-SALDO            PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-IR-13O              PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-IR-TOTAL            PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-BRUTO         PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-LIQUIDO       PIC S9(08)V9(02) VALUE ZEROES.
      *
       01  WS-TEM-BANCO           PIC X(01) VALUE 'N'.
       01  WS-REM-QTD             PIC 9(07) VALUE ZEROES.
       01  WS-REM-TOTAL           PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-MULTA-TOTAL         PIC 9(10)V9(02) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-NOME         PIC X(30).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-TRC-BORDA           PIC X(60) VALUE
           '------------------------------------------------------'.
       01  WS-TRC-TITULO.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(41)
                   VALUE 'TERMO DE RESCISAO DO CONTRATO DE TRABALHO'.
       01  WS-TRC-EMPREGADO.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE 'MATRICULA: '.
           05  WS-TRC-MATRICULA   PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE 'NOME: '.
           05  WS-TRC-NOME        PIC X(30).
       01  WS-TRC-DATAS.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE 'ADMISSAO : '.
           05  WS-TRC-ADMISSAO    PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(11) VALUE 'DEMISSAO : '.
           05  WS-TRC-DEMISSAO    PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE 'SALARIO: '.
           05  WS-TRC-SALARIO     COPY CPYAMT.
       01  WS-TRC-LINHA-VALOR.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-TRC-LIT         PIC X(24) VALUE SPACES.
           05  WS-TRC-QTD         PIC ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TRC-UNID        PIC X(05) VALUE SPACES.
           05  WS-TRC-VALOR       PIC -ZZ.ZZZ.ZZ9,99.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DEMISSAO     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-BRUTO        COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-IR           COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-LIQUIDO      PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-MULTA        COPY CPYAMT.
      *
       01  WS-REM-SUM-LINE1.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'REMESSAS GERADAS    : '.
           05  WS-RS-QTD          PIC ZZZ.ZZ9.
       01  WS-REM-SUM-LINE2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'VALOR TOTAL REMESSA : '.
           05  WS-RS-TOTAL        COPY CPYAMT.
       01  WS-REM-SUM-LINE3.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'MULTA FGTS (GRRF)   : '.
           05  WS-RS-MULTA        COPY CPYAMT.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       01  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
       01  WS-RECS-WRTN           PIC 9(07) VALUE ZEROES.
       01  WS-CONTROL-TOT         PIC S9(10)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM LER-TABELA-IR
             WITH TEST AFTER
             UNTIL WS-EOF-IRB IS EQUAL TO 'Y'.
      *
           PERFORM CARREGAR-SALARIOS
             WITH TEST AFTER
             UNTIL WS-EOF-EMP IS EQUAL TO 'Y'.
      *
           PERFORM CARREGAR-PROVISOES
             WITH TEST AFTER
             UNTIL WS-EOF-PROV IS EQUAL TO 'Y'.
      *
      * FERHIST IS READ ONLY AFTER FERPROV - EACH HISTORY ROW IS
      * JUDGED AGAINST ITS OWN MATRICULA'S PROVISION RUN DATE.
           OPEN INPUT  USO-FILE.
           MOVE WS-USO-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-USO
           ELSE
             MOVE 'USO-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM CARREGAR-USO
               WITH TEST AFTER
               UNTIL WS-EOF-USO IS EQUAL TO 'Y'
             CLOSE USO-FILE
           END-IF.
      *
           PERFORM PROCESSAR-DESLIGADO
             WITH TEST AFTER
             UNTIL WS-EOF-SEV IS EQUAL TO 'Y'.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC060' TO WS-EXL-PROGRAMA.
           MOVE 'RESCEXC'  TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'          TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-HOJE-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'          TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-HOJE-AAAA TO WS-RUN-DATE-EDIT(7:4).
      *
           OPEN INPUT  SEVER-FILE.
           MOVE WS-SEVER-STATUS TO WS-FILE-STATUS.
           MOVE 'SEVER-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  EMP-FILE.
           MOVE WS-EMP-STATUS TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  PROV-FILE.
           MOVE WS-PROV-STATUS TO WS-FILE-STATUS.
           MOVE 'PROV-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  IR-BRACKETS.
           MOVE WS-IRB-STATUS TO WS-FILE-STATUS.
           MOVE 'IR-BRACKETS' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  BANK-FILE.
           MOVE WS-BANK-STATUS TO WS-FILE-STATUS.
           MOVE 'BANK-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * DECIMO13 ONLY EXISTS ONCE THE FIRST EXERC021 RUN HAS BEEN
      * MADE - A MISSING FILE MEANS NO 13o HAS BEEN ADVANCED YET.
           OPEN INPUT  DECIMO-FILE.
           MOVE WS-DEC-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-DEC
           ELSE
             MOVE 'DECIMO-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'S' TO WS-TEM-DECIMO
             PERFORM CARREGAR-DECIMO
               WITH TEST AFTER
               UNTIL WS-EOF-DEC IS EQUAL TO 'Y'
           END-IF.
      *
      * RESCHIST IS EMPTY UNTIL THE FIRST SETTLEMENT IS MADE.
           OPEN INPUT  HIST-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-HIST
           ELSE
             MOVE 'HIST-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM CARREGAR-HISTORICO
               WITH TEST AFTER
               UNTIL WS-EOF-HIST IS EQUAL TO 'Y'
             CLOSE HIST-FILE
           END-IF.
      *
           OPEN EXTEND HIST-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HIST-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REMIT-FILE.
           MOVE WS-REMIT-STATUS TO WS-FILE-STATUS.
           MOVE 'REMIT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT TRCT-FILE.
           MOVE WS-TRCT-STATUS TO WS-FILE-STATUS.
           MOVE 'TRCT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT EXCEPT-FILE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC060'                  TO RP-HDR-PROGRAM.
           MOVE 'RESCISOES DO DIA'          TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT             TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                   TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE               TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       LER-TABELA-IR.
           READ IR-BRACKETS
             AT END
               MOVE 'Y' TO WS-EOF-IRB
           END-READ.
           MOVE WS-IRB-STATUS TO WS-FILE-STATUS.
           MOVE 'IR-BRACKETS' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-IRB IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-IR-COUNT
             MOVE IRB-LIMITE     TO WS-IR-LIMITE(WS-IR-COUNT)
             MOVE IRB-PERCENTUAL TO WS-IR-PERCENTUAL(WS-IR-COUNT)
           END-IF.
      *
       CARREGAR-SALARIOS.
           READ EMP-FILE
             AT END
               MOVE 'Y' TO WS-EOF-EMP
           END-READ.
           MOVE WS-EMP-STATUS TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-EMP IS NOT EQUAL TO 'Y'
             IF WS-SAL-COUNT IS NOT LESS THAN 2000
               DISPLAY 'EXERC060 - MAIS DE 2000 MATRICULAS NO'
                       ' EMPFILE - RESCISOES ABORTADAS'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-SAL-COUNT
             MOVE EMP-MATRICULA TO WS-SAL-MATRICULA(WS-SAL-COUNT)
             MOVE EMP-SAL-BASE  TO WS-SAL-BASE(WS-SAL-COUNT)
           END-IF.
      *
       CARREGAR-PROVISOES.
           READ PROV-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PROV
           END-READ.
           MOVE WS-PROV-STATUS TO WS-FILE-STATUS.
           MOVE 'PROV-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PROV IS NOT EQUAL TO 'Y'
             MOVE FER-MATRICULA TO WS-MATRICULA-BUSCA
             PERFORM BUSCAR-PROVISAO
             IF WS-ACHOU-PRV IS EQUAL TO 'N' AND
                WS-PRV-COUNT IS LESS THAN 2000
               ADD 1 TO WS-PRV-COUNT
               MOVE WS-PRV-COUNT  TO WS-PRV-IDX
               MOVE FER-MATRICULA TO WS-PRV-MATRICULA(WS-PRV-IDX)
               MOVE ZEROES        TO WS-PRV-ANO-MES(WS-PRV-IDX)
               MOVE ZEROES        TO WS-PRV-USADO(WS-PRV-IDX)
               MOVE 'S'           TO WS-ACHOU-PRV
             END-IF
             IF WS-ACHOU-PRV IS EQUAL TO 'S'
               IF FER-ANO-MES IS GREATER THAN
                  WS-PRV-ANO-MES(WS-PRV-IDX)
                 MOVE FER-ANO-MES        TO WS-PRV-ANO-MES(WS-PRV-IDX)
                 MOVE FER-INI-AQUISITIVO TO WS-PRV-INICIO(WS-PRV-IDX)
                 MOVE FER-DIAS-SALDO     TO WS-PRV-SALDO(WS-PRV-IDX)
                 MOVE FER-DIAS-FERIAS    TO WS-PRV-FERIAS(WS-PRV-IDX)
                 MOVE FER-DATA-RUN       TO WS-PRV-DATA-RUN(WS-PRV-IDX)
               END-IF
             END-IF
           END-IF.
      *
      * A FERHIST ROW WRITTEN ON OR AFTER THE DAY THE MATRICULA'S
      * PROVISION RAN IS NOT YET IN FER-DIAS-SALDO.
       CARREGAR-USO.
           READ USO-FILE
             AT END
               MOVE 'Y' TO WS-EOF-USO
           END-READ.
           MOVE WS-USO-STATUS TO WS-FILE-STATUS.
           MOVE 'USO-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-USO IS NOT EQUAL TO 'Y'
             MOVE GOZ-MATRICULA TO WS-MATRICULA-BUSCA
             PERFORM BUSCAR-PROVISAO
             IF WS-ACHOU-PRV IS EQUAL TO 'S'
               IF GOZ-DATA-RUN IS NOT LESS THAN
                  WS-PRV-DATA-RUN(WS-PRV-IDX)
                 ADD GOZ-DIAS-GOZO  TO WS-PRV-USADO(WS-PRV-IDX)
                 ADD GOZ-DIAS-ABONO TO WS-PRV-USADO(WS-PRV-IDX)
               END-IF
             END-IF
           END-IF.
      *
       BUSCAR-PROVISAO.
           MOVE 'N'    TO WS-ACHOU-PRV.
           MOVE ZEROES TO WS-PRV-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PRV-COUNT
             IF WS-PRV-MATRICULA(WS-I) IS EQUAL TO WS-MATRICULA-BUSCA
               MOVE WS-I TO WS-PRV-IDX
               MOVE 'S' TO WS-ACHOU-PRV
               MOVE WS-PRV-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
       CARREGAR-DECIMO.
           READ DECIMO-FILE
             AT END
               MOVE 'Y' TO WS-EOF-DEC
           END-READ.
           MOVE WS-DEC-STATUS TO WS-FILE-STATUS.
           MOVE 'DECIMO-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-DEC IS NOT EQUAL TO 'Y'
             IF WS-D13-COUNT IS LESS THAN 2000
               ADD 1 TO WS-D13-COUNT
               MOVE DEC-MATRICULA TO WS-D13-MATRICULA(WS-D13-COUNT)
               MOVE DEC-ANO       TO WS-D13-ANO(WS-D13-COUNT)
               MOVE DEC-PARCELA1  TO WS-D13-PARCELA1(WS-D13-COUNT)
             END-IF
           END-IF.
      *
       CARREGAR-HISTORICO.
           READ HIST-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HIST
           END-READ.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HIST-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HIST IS NOT EQUAL TO 'Y'
             IF WS-HIS-COUNT IS NOT LESS THAN 5000
               DISPLAY 'EXERC060 - MAIS DE 5000 RESCISOES NO'
                       ' RESCHIST - RESCISOES ABORTADAS'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-HIS-COUNT
             MOVE HIS-MATRICULA TO WS-HIS-MATRICULA(WS-HIS-COUNT)
             MOVE HIS-DEMISSAO  TO WS-HIS-DEMISSAO(WS-HIS-COUNT)
           END-IF.
      *
       PROCESSAR-DESLIGADO.
           READ SEVER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SEV
           END-READ.
           MOVE WS-SEVER-STATUS TO WS-FILE-STATUS.
           MOVE 'SEVER-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-SEV IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             PERFORM VERIFICAR-QUITACAO
             IF WS-JA-QUITADO IS EQUAL TO 'N' AND
                SEV-DEMISSAO IS NOT GREATER THAN WS-HOJE
               PERFORM LOCALIZAR-SALARIO
               IF WS-ACHOU-SAL IS EQUAL TO 'S'
                 PERFORM CALCULAR-RESCISAO
                 PERFORM IMPRIMIR-TRCT
                 PERFORM GRAVAR-REMESSA
               ELSE
                 MOVE 'SEM SALARIO NO EMPFILE - NAO CALCULADA'
                   TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               END-IF
             END-IF
           END-IF.
      *
      * THE SAME MATRICULA CAN BE REHIRED AND LEAVE AGAIN - ONLY A
      * HISTORY ROW FOR THIS SAME TERMINATION DATE COUNTS AS PAID.
       VERIFICAR-QUITACAO.
           MOVE 'N' TO WS-JA-QUITADO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HIS-COUNT
             IF WS-HIS-MATRICULA(WS-I) IS EQUAL TO SEV-MATRICULA AND
                WS-HIS-DEMISSAO(WS-I) IS EQUAL TO SEV-DEMISSAO
               MOVE 'S' TO WS-JA-QUITADO
               MOVE WS-HIS-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
       LOCALIZAR-SALARIO.
           MOVE 'N'    TO WS-ACHOU-SAL.
           MOVE ZEROES TO WS-SAL-EMPREGADO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SAL-COUNT
             IF WS-SAL-MATRICULA(WS-I) IS EQUAL TO SEV-MATRICULA
               MOVE WS-SAL-BASE(WS-I) TO WS-SAL-EMPREGADO
               MOVE 'S' TO WS-ACHOU-SAL
               MOVE WS-SAL-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
       CALCULAR-RESCISAO.
           MOVE SEV-ADMISSAO TO WS-ADMISSAO.
           MOVE SEV-DEMISSAO TO WS-DEMISSAO.
      *
           PERFORM CALCULAR-SALDO-SALARIO.
           PERFORM CALCULAR-FERIAS-PROP.
           PERFORM CALCULAR-13O-PROP.
           PERFORM CALCULAR-AVISO-PREVIO.
           PERFORM CALCULAR-MULTA-FGTS.
           PERFORM CALCULAR-IR-RESCISAO.
      *
           COMPUTE WS-VALOR-BRUTO =
                   WS-VALOR-SALDO + WS-VALOR-FERIAS + WS-VALOR-TERCO
                   + WS-VALOR-VENCIDAS
                   + WS-13O-A-PAGAR + WS-VALOR-AVISO.
           COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-BRUTO - WS-IR-TOTAL.
      *
      * DAYS WORKED IN THE TERMINATION MONTH ON THE 30-DAY COMMERCIAL
      * MONTH - FROM THE ADMISSION DAY WHEN THE EMPLOYEE JOINED IN
      * THAT SAME MONTH.
       CALCULAR-SALDO-SALARIO.
           IF WS-ADM-AAAA IS EQUAL TO WS-DEM-AAAA AND
              WS-ADM-MM IS EQUAL TO WS-DEM-MM
             COMPUTE WS-DIAS-SALDO = WS-DEM-DD - WS-ADM-DD + 1
           ELSE
             MOVE WS-DEM-DD TO WS-DIAS-SALDO
           END-IF.
           IF WS-DIAS-SALDO IS GREATER THAN 30
             MOVE 30 TO WS-DIAS-SALDO
           END-IF.
           COMPUTE WS-VALOR-SALDO ROUNDED =
                   WS-SAL-EMPREGADO * WS-DIAS-SALDO / 30.
      *
      * MONTHS OF THE OPEN ACQUISITIVE PERIOD UP TO THE TERMINATION
      * DATE - A FRACTION OF 15 DAYS OR MORE COUNTS AS A WHOLE MONTH.
      * THE PERIOD START COMES FROM THE LATEST FERPROV ROW; A LEAVER
      * EXERC032 NEVER PROVISIONED FALLS BACK TO THE ADMISSION
      * ANNIVERSARY THE SAME WAY EXERC032 WORKS IT OUT.
       CALCULAR-FERIAS-PROP.
           PERFORM LOCALIZAR-PROVISAO.
      *
           COMPUTE WS-MESES-TOTAIS =
                   ((WS-DEM-AAAA - WS-INI-AAAA) * 12)
                   + WS-DEM-MM - WS-INI-MM.
           COMPUTE WS-DIAS-RESTO = WS-DEM-DD - WS-INI-DD + 1.
           IF WS-DIAS-RESTO IS LESS THAN ZEROES
             SUBTRACT 1 FROM WS-MESES-TOTAIS
             ADD 30 TO WS-DIAS-RESTO
           END-IF.
           IF WS-DIAS-RESTO IS NOT LESS THAN 15
             ADD 1 TO WS-MESES-TOTAIS
           END-IF.
           IF WS-MESES-TOTAIS IS LESS THAN ZEROES
             MOVE ZEROES TO WS-MESES-TOTAIS
           END-IF.
           IF WS-MESES-TOTAIS IS GREATER THAN 12
             DIVIDE WS-MESES-TOTAIS BY 12
               GIVING WS-PERIODOS-COMPL
               REMAINDER WS-MESES-FERIAS
           ELSE
             MOVE WS-MESES-TOTAIS TO WS-MESES-FERIAS
           END-IF.
      *
           COMPUTE WS-VALOR-FERIAS ROUNDED =
                   WS-SAL-EMPREGADO * WS-MESES-FERIAS / 12.
           COMPUTE WS-VALOR-VENCIDAS ROUNDED =
                   WS-SAL-EMPREGADO * WS-DIAS-VENCIDOS / 30.
           COMPUTE WS-VALOR-TERCO ROUNDED =
                   (WS-VALOR-FERIAS + WS-VALOR-VENCIDAS) / 3.
      *
       LOCALIZAR-PROVISAO.
           MOVE SEV-MATRICULA TO WS-MATRICULA-BUSCA.
           PERFORM BUSCAR-PROVISAO.
           MOVE ZEROES TO WS-DIAS-VENCIDOS.
           IF WS-ACHOU-PRV IS EQUAL TO 'S'
             MOVE WS-PRV-INICIO(WS-PRV-IDX) TO WS-INI-AQUISITIVO
             COMPUTE WS-DIAS-VENCIDOS =
                     WS-PRV-SALDO(WS-PRV-IDX)
                     - WS-PRV-FERIAS(WS-PRV-IDX)
                     - WS-PRV-USADO(WS-PRV-IDX)
             IF WS-DIAS-VENCIDOS IS LESS THAN ZEROES
               MOVE ZEROES TO WS-DIAS-VENCIDOS
             END-IF
             IF WS-DIAS-VENCIDOS IS GREATER THAN WS-DIAS-VENC-MAXIMO
               MOVE WS-DIAS-VENC-MAXIMO TO WS-DIAS-VENCIDOS
             END-IF
           END-IF.
      *
           IF WS-ACHOU-PRV IS EQUAL TO 'N'
             COMPUTE WS-MESES-TOTAIS =
                     ((WS-DEM-AAAA - WS-ADM-AAAA) * 12)
                     + WS-DEM-MM - WS-ADM-MM
             IF WS-DEM-DD IS LESS THAN WS-ADM-DD
               SUBTRACT 1 FROM WS-MESES-TOTAIS
             END-IF
             IF WS-MESES-TOTAIS IS LESS THAN ZEROES
               MOVE ZEROES TO WS-MESES-TOTAIS
             END-IF
             DIVIDE WS-MESES-TOTAIS BY 12
               GIVING WS-PERIODOS-COMPL
               REMAINDER WS-MESES-FERIAS
             MOVE WS-ADMISSAO TO WS-INI-AQUISITIVO
             COMPUTE WS-INI-AAAA = WS-ADM-AAAA + WS-PERIODOS-COMPL
           END-IF.
      *
      * 1/12 OF THE SALARY FOR EVERY MONTH OF THE TERMINATION YEAR IN
      * WHICH THE EMPLOYEE WORKED 15 DAYS OR MORE, LESS THE PARCELA 1
      * ALREADY ADVANCED ON THIS YEAR'S DECIMO13.
       CALCULAR-13O-PROP.
           IF WS-ADM-AAAA IS LESS THAN WS-DEM-AAAA
             COMPUTE WS-MESES-13O = WS-DEM-MM - 1
             IF WS-DEM-DD IS NOT LESS THAN 15
               ADD 1 TO WS-MESES-13O
             END-IF
           ELSE
             IF WS-ADM-MM IS EQUAL TO WS-DEM-MM
               MOVE ZEROES TO WS-MESES-13O
               IF WS-DEM-DD - WS-ADM-DD + 1 IS NOT LESS THAN 15
                 MOVE 1 TO WS-MESES-13O
               END-IF
             ELSE
               COMPUTE WS-MESES-13O = WS-DEM-MM - WS-ADM-MM - 1
               IF 30 - WS-ADM-DD + 1 IS NOT LESS THAN 15
                 ADD 1 TO WS-MESES-13O
               END-IF
               IF WS-DEM-DD IS NOT LESS THAN 15
                 ADD 1 TO WS-MESES-13O
               END-IF
             END-IF
           END-IF.
           COMPUTE WS-VALOR-13O ROUNDED =
                   WS-SAL-EMPREGADO * WS-MESES-13O / 12.
      *
           MOVE ZEROES TO WS-13O-ADIANTADO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-D13-COUNT
             IF WS-D13-MATRICULA(WS-I) IS EQUAL TO SEV-MATRICULA AND
                WS-D13-ANO(WS-I) IS EQUAL TO WS-DEM-AAAA
               MOVE WS-D13-PARCELA1(WS-I) TO WS-13O-ADIANTADO
               MOVE WS-D13-COUNT TO WS-I
             END-IF
           END-PERFORM.
           IF WS-13O-ADIANTADO IS GREATER THAN WS-VALOR-13O
             MOVE ZEROES TO WS-13O-A-PAGAR
           ELSE
             COMPUTE WS-13O-A-PAGAR = WS-VALOR-13O - WS-13O-ADIANTADO
           END-IF.
      *
      * 30 DAYS PLUS 3 PER COMPLETED YEAR OF EFFECTIVE SERVICE (LEAVE
      * DAYS ALREADY TAKEN OUT OF SEV-DIAS BY EXERC003), UP TO 90.
       CALCULAR-AVISO-PREVIO.
           DIVIDE SEV-DIAS BY 365 GIVING WS-ANOS-SERVICO.
           COMPUTE WS-DIAS-AVISO = 30 + (WS-ANOS-SERVICO * 3).
           IF WS-ANOS-SERVICO IS GREATER THAN 20
             MOVE 90 TO WS-DIAS-AVISO
           END-IF.
           COMPUTE WS-VALOR-AVISO ROUNDED =
                   WS-SAL-EMPREGADO * WS-DIAS-AVISO / 30.
      *
      * NO FGTS STATEMENT IS HELD HERE - THE BALANCE IS ESTIMATED AS
      * 8% OF THE CURRENT SALARY FOR EVERY MONTH OF EFFECTIVE SERVICE
      * AND THE FINE IS 40% OF IT. IT GOES TO THE FGTS ACCOUNT, NOT
      * INTO THE NET AMOUNT.
       CALCULAR-MULTA-FGTS.
           DIVIDE SEV-DIAS BY 30 GIVING WS-MESES-SERVICO.
           COMPUTE WS-SALDO-FGTS ROUNDED =
                   WS-SAL-EMPREGADO * 0,08 * WS-MESES-SERVICO.
           COMPUTE WS-MULTA-FGTS ROUNDED = WS-SALDO-FGTS * 0,40.
      *
      * SALDO DE SALARIO AND THE 13o ARE TAXED APART, EACH ON ITS OWN
      * BRACKET (THE 13o ON THE WHOLE PROPORTIONAL AMOUNT, AS EXERC036
      * DOES). INDEMNIFIED VACATION AND AVISO PREVIO ARE NOT TAXED.
       CALCULAR-IR-RESCISAO.
           MOVE WS-VALOR-SALDO TO WS-BASE-IR.
           PERFORM LOCALIZAR-FAIXA-IR.
           COMPUTE WS-IR-SALDO ROUNDED =
                   WS-VALOR-SALDO * WS-PERCENTUAL-APLIC.
      *
           MOVE WS-VALOR-13O TO WS-BASE-IR.
           PERFORM LOCALIZAR-FAIXA-IR.
           COMPUTE WS-IR-13O ROUNDED =
                   WS-VALOR-13O * WS-PERCENTUAL-APLIC.
           IF WS-IR-13O IS GREATER THAN WS-13O-A-PAGAR
             MOVE WS-13O-A-PAGAR TO WS-IR-13O
           END-IF.
      *
           COMPUTE WS-IR-TOTAL = WS-IR-SALDO + WS-IR-13O.
      *
       LOCALIZAR-FAIXA-IR.
           MOVE WS-IR-PERCENTUAL(WS-IR-COUNT) TO WS-PERCENTUAL-APLIC.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-IR-COUNT
             IF WS-BASE-IR IS NOT GREATER THAN WS-IR-LIMITE(WS-I)
               MOVE WS-IR-PERCENTUAL(WS-I) TO WS-PERCENTUAL-APLIC
               MOVE WS-IR-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
       IMPRIMIR-TRCT.
           MOVE WS-TRC-BORDA TO TRCT-LINE.
           PERFORM GRAVAR-LINHA-TRCT.
           MOVE WS-TRC-TITULO TO TRCT-LINE.
           PERFORM GRAVAR-LINHA-TRCT.
      *
           MOVE SEV-MATRICULA    TO WS-TRC-MATRICULA.
           MOVE SEV-NOME         TO WS-TRC-NOME.
           MOVE WS-TRC-EMPREGADO TO TRCT-LINE.
           PERFORM GRAVAR-LINHA-TRCT.
      *
           MOVE SEV-ADMISSAO     TO WS-TRC-ADMISSAO.
           MOVE SEV-DEMISSAO     TO WS-TRC-DEMISSAO.
           MOVE WS-SAL-EMPREGADO TO WS-TRC-SALARIO.
           MOVE WS-TRC-DATAS     TO TRCT-LINE.
           PERFORM GRAVAR-LINHA-TRCT.
      *
           MOVE WS-TRC-BORDA TO TRCT-LINE.
           PERFORM GRAVAR-LINHA-TRCT.
      *
           MOVE 'SALDO DE SALARIO       :' TO WS-TRC-LIT.
           MOVE WS-DIAS-SALDO             TO WS-TRC-QTD.
           MOVE 'DIAS'                    TO WS-TRC-UNID.
           MOVE WS-VALOR-SALDO            TO WS-TRC-VALOR.
           PERFORM GRAVAR-VALOR-TRCT.
      *
           MOVE 'AVISO PREVIO INDENIZADO:' TO WS-TRC-LIT.
           MOVE WS-DIAS-AVISO             TO WS-TRC-QTD.
           MOVE 'DIAS'                    TO WS-TRC-UNID.
           MOVE WS-VALOR-AVISO            TO WS-TRC-VALOR.
           PERFORM GRAVAR-VALOR-TRCT.
      *
           MOVE 'FERIAS PROPORCIONAIS   :' TO WS-TRC-LIT.
           MOVE WS-MESES-FERIAS           TO WS-TRC-QTD.
           MOVE 'AVOS'                    TO WS-TRC-UNID.
           MOVE WS-VALOR-FERIAS           TO WS-TRC-VALOR.
           PERFORM GRAVAR-VALOR-TRCT.
      *
           IF WS-VALOR-VENCIDAS IS GREATER THAN ZEROES
             MOVE 'FERIAS VENCIDAS        :' TO WS-TRC-LIT
             MOVE WS-DIAS-VENCIDOS          TO WS-TRC-QTD
             MOVE 'DIAS'                    TO WS-TRC-UNID
             MOVE WS-VALOR-VENCIDAS         TO WS-TRC-VALOR
             PERFORM GRAVAR-VALOR-TRCT
           END-IF.
      *
           MOVE '1/3 FERIAS             :' TO WS-TRC-LIT.
           MOVE ZEROES                    TO WS-TRC-QTD.
           MOVE SPACES                    TO WS-TRC-UNID.
           MOVE WS-VALOR-TERCO            TO WS-TRC-VALOR.
           PERFORM GRAVAR-VALOR-TRCT.
      *
           MOVE '13o PROPORCIONAL       :' TO WS-TRC-LIT.
           MOVE WS-MESES-13O              TO WS-TRC-QTD.
           MOVE 'AVOS'                    TO WS-TRC-UNID.
           MOVE WS-VALOR-13O              TO WS-TRC-VALOR.
           PERFORM GRAVAR-VALOR-TRCT.
      *
           IF WS-13O-ADIANTADO IS GREATER THAN ZEROES
             MOVE '(-) 13o JA ADIANTADO   :' TO WS-TRC-LIT
             MOVE ZEROES                    TO WS-TRC-QTD
             MOVE SPACES                    TO WS-TRC-UNID
             COMPUTE WS-TRC-VALOR = WS-13O-A-PAGAR - WS-VALOR-13O
             PERFORM GRAVAR-VALOR-TRCT
           END-IF.
      *
           MOVE 'TOTAL BRUTO            :' TO WS-TRC-LIT.
           MOVE ZEROES                    TO WS-TRC-QTD.
           MOVE SPACES                    TO WS-TRC-UNID.
           MOVE WS-VALOR-BRUTO            TO WS-TRC-VALOR.
           PERFORM GRAVAR-VALOR-TRCT.
      *
           MOVE '(-) IR SALDO SALARIO   :' TO WS-TRC-LIT.
           MOVE WS-IR-SALDO               TO WS-TRC-VALOR.
           PERFORM GRAVAR-VALOR-TRCT.
      *
           MOVE '(-) IR 13o             :' TO WS-TRC-LIT.
           MOVE WS-IR-13O                 TO WS-TRC-VALOR.
           PERFORM GRAVAR-VALOR-TRCT.
      *
           MOVE 'VALOR LIQUIDO          :' TO WS-TRC-LIT.
           MOVE WS-VALOR-LIQUIDO          TO WS-TRC-VALOR.
           PERFORM GRAVAR-VALOR-TRCT.
      *
           MOVE 'MULTA FGTS 40% (GRRF)  :' TO WS-TRC-LIT.
           MOVE WS-MULTA-FGTS             TO WS-TRC-VALOR.
           PERFORM GRAVAR-VALOR-TRCT.
      *
           MOVE WS-TRC-BORDA TO TRCT-LINE.
           PERFORM GRAVAR-LINHA-TRCT.
      *
           MOVE SEV-MATRICULA    TO WS-DT-MATRICULA.
           MOVE SEV-NOME         TO WS-DT-NOME.
           MOVE SEV-DEMISSAO     TO WS-DT-DEMISSAO.
           MOVE WS-VALOR-BRUTO   TO WS-DT-BRUTO.
           MOVE WS-IR-TOTAL      TO WS-DT-IR.
           MOVE WS-VALOR-LIQUIDO TO WS-DT-LIQUIDO.
           MOVE WS-MULTA-FGTS    TO WS-DT-MULTA.
           MOVE WS-DETAIL-LINE   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           ADD WS-MULTA-FGTS     TO WS-MULTA-TOTAL.
      *
       GRAVAR-VALOR-TRCT.
           MOVE WS-TRC-LINHA-VALOR TO TRCT-LINE.
           PERFORM GRAVAR-LINHA-TRCT.
      *
      * A LEAVER WITH NOTHING TO RECEIVE IS STILL SETTLED; ONE WITH
      * NO BANK DETAILS IS LEFT OFF RESCHIST SO THE NEXT NIGHT PAYS
      * IT ONCE BANKFILE HAS BEEN FIXED.
       GRAVAR-REMESSA.
           IF WS-VALOR-LIQUIDO IS NOT GREATER THAN ZEROES
             MOVE 'LIQUIDO NAO POSITIVO - REMESSA NAO GERADA'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
             PERFORM GRAVAR-HISTORICO
           ELSE
             MOVE SEV-MATRICULA TO BNK-MATRICULA
             READ BANK-FILE
               INVALID KEY
                 MOVE 'N' TO WS-TEM-BANCO
               NOT INVALID KEY
                 MOVE 'S' TO WS-TEM-BANCO
             END-READ
             IF WS-TEM-BANCO IS EQUAL TO 'S'
               MOVE SEV-MATRICULA     TO REM-MATRICULA
               MOVE SEV-NOME          TO REM-NOME
               MOVE BNK-BANCO         TO REM-BANCO
               MOVE BNK-AGENCIA       TO REM-AGENCIA
               MOVE BNK-CONTA         TO REM-CONTA
               MOVE WS-VALOR-LIQUIDO  TO REM-VALOR
               WRITE REM-REC
               MOVE WS-REMIT-STATUS TO WS-FILE-STATUS
               MOVE 'REMIT-FILE'    TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
               ADD 1                 TO WS-REM-QTD
               ADD WS-VALOR-LIQUIDO  TO WS-REM-TOTAL
               ADD WS-VALOR-LIQUIDO  TO WS-CONTROL-TOT
               PERFORM GRAVAR-HISTORICO
             ELSE
               MOVE 'SEM DADOS BANCARIOS - REMESSA NAO GERADA'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
       GRAVAR-HISTORICO.
           MOVE SEV-MATRICULA TO HIS-MATRICULA.
           MOVE SEV-DEMISSAO  TO HIS-DEMISSAO.
           MOVE WS-HOJE       TO HIS-DATA-RUN.
           IF WS-VALOR-LIQUIDO IS GREATER THAN ZEROES
             MOVE WS-VALOR-LIQUIDO TO HIS-VALOR-LIQ
           ELSE
             MOVE ZEROES           TO HIS-VALOR-LIQ
           END-IF.
           WRITE HIS-REC.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HIST-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       GRAVAR-EXCECAO.
           MOVE SEV-MATRICULA    TO WS-EX-MATRICULA.
           MOVE SEV-NOME         TO WS-EX-NOME.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST PRINTED - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE WS-EX-MATRICULA TO WS-EXL-CHAVE.
           MOVE WS-EX-LIT TO WS-EXL-MOTIVO.
           CALL 'EXCLOG' USING WS-EXL-PROGRAMA
                               WS-EXL-ARQUIVO
                               WS-EXL-CHAVE
                               WS-EXL-MOTIVO
                               WS-EXL-SEVERIDADE
           END-CALL.
      *
       GRAVAR-LINHA-TRCT.
           WRITE TRCT-LINE.
           MOVE WS-TRCT-STATUS TO WS-FILE-STATUS.
           MOVE 'TRCT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
       FINALIZAR.
           MOVE WS-REM-QTD       TO WS-RS-QTD.
           MOVE WS-REM-SUM-LINE1 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-REM-TOTAL     TO WS-RS-TOTAL.
           MOVE WS-REM-SUM-LINE2 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-MULTA-TOTAL   TO WS-RS-MULTA.
           MOVE WS-REM-SUM-LINE3 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE SEVER-FILE.
           CLOSE EMP-FILE.
           CLOSE PROV-FILE.
           IF WS-TEM-DECIMO IS EQUAL TO 'S'
             CLOSE DECIMO-FILE
           END-IF.
           CLOSE IR-BRACKETS.
           CLOSE BANK-FILE.
           CLOSE HIST-FILE.
           CLOSE REMIT-FILE.
           CLOSE TRCT-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
      * CARRIES WHATEVER RETURN CODE THE RUN IS ENDING WITH.
       GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC060' TO RLG-PROGRAMA.
           ACCEPT RLG-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-RLG-HORA-COMPLETA FROM TIME.
           MOVE WS-RLG-HORA-COMPLETA(1:6) TO RLG-HORA.
           MOVE WS-RECS-READ   TO RLG-RECS-READ.
           MOVE WS-RECS-WRTN   TO RLG-RECS-WRTN.
           MOVE WS-CONTROL-TOT TO RLG-CONTROL-TOT.
           MOVE RETURN-CODE    TO RLG-RC.
           MOVE WS-RUNLOG-REG  TO RUNLOG-REC.
           WRITE RUNLOG-REC.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           CLOSE RUNLOG-FILE.
      *
           COPY CPYFILCHK.
