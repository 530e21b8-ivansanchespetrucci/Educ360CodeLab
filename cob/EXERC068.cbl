      ******************************************************************
      * FILE NAME   : EXERC068                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTHLY HEADCOUNT AND TURNOVER REPORT - READS    *
      *               THE HR MASTER (ADMISSION, DEMISSAO AND THE 'A'   *
      *               AFASTAMENTO RECORDS), JOINS EMP-DEPTO AND        *
      *               EMP-CARGO-GRADE FROM THE PAYROLL MASTER AND      *
      *               PRINTS PER DEPARTMENT THE OPENING HEADCOUNT,     *
      *               ADMISSIONS, TERMINATIONS, EMPLOYEES ON LEAVE AND *
      *               THE CLOSING HEADCOUNT, WITH THE TURNOVER RATE    *
      *               AND THE AVERAGE TENURE, THE CLOSING HEADCOUNT    *
      *               PER CARGO GRADE, AND THE LAST TWELVE MONTHS SIDE *
      *               BY SIDE FROM THE HCHIST HISTORY FILE             *
      *                                                                *
      *               OPENING = ADMITTED BEFORE THE 1ST AND NOT GONE   *
      *               BEFORE IT. CLOSING = ADMITTED BY THE LAST DAY    *
      *               AND NOT GONE BY IT. ON LEAVE = IN THE CLOSING    *
      *               HEADCOUNT WITH AN AFASTAMENTO OPEN ON THE LAST   *
      *               DAY. TURNOVER = (ADMISSIONS + TERMINATIONS) / 2  *
      *               OVER THE AVERAGE OF OPENING AND CLOSING, IN PCT. *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE MONTHLY HEADCOUNT WAS       *
      *                COUNTED BY HAND OFF SENIORPT. THE RUN REPORTS   *
      *                THE CALENDAR MONTH IT RUNS IN (EDUCMNTH, LAST   *
      *                BUSINESS DAY). HCHIST KEEPS TWELVE MONTHS - A   *
      *                RERUN IN THE SAME MONTH REPLACES THAT MONTH'S   *
      *                ROWS. A MATRICULA NOT ON EMPFILE COUNTS UNDER   *
      *                DEPARTMENT 000 AND IS LISTED ON HCEXC.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC068.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HR-FILE        ASSIGN TO HRFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HR-STATUS.
      *
           SELECT EMP-FILE       ASSIGN TO EMPFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-EMP-STATUS.
      *
           SELECT HIST-FILE      ASSIGN TO HCHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO HCRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO HCEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  HR-FILE.
       01  HR-REC.
           05  HR-TIPO            PIC X(01).
               88  HR-EMPREGADO   VALUE 'E'.
               88  HR-AFASTAMENTO VALUE 'A'.
           05  HR-MATRICULA       PIC 9(06).
           05  HR-DADOS.
               10  HR-NOME            PIC X(30).
               10  HR-DATA-ADMISSAO   PIC 9(08).
               10  HR-DATA-DEMISSAO   PIC 9(08).
                   88  HR-ATIVO       VALUE ZEROES.
           05  HR-DADOS-AFA REDEFINES HR-DADOS.
               10  HR-AFA-INICIO      PIC 9(08).
               10  HR-AFA-FIM         PIC 9(08).
               10  HR-AFA-MOTIVO      PIC X(04).
               10  FILLER             PIC X(26).
      *
       FD  EMP-FILE.
       01  EMP-REC.
           05  EMP-MATRICULA      PIC 9(06).
           05  EMP-NOME           PIC X(30).
           05  EMP-SAL-BASE       PIC 9(06)V9(02).
           05  EMP-CARGO-GRADE    PIC X(02).
           05  EMP-DEPTO          PIC 9(03).
      *
      * ONE ROW PER DEPARTMENT AND MONTH ('D') PLUS THE MONTH'S
      * COMPANY TOTAL ('T', DEPTO ZEROES).
       FD  HIST-FILE.
       01  HCH-REC.
           05  HCH-TIPO           PIC X(01).
               88  HCH-DEPTO-MES  VALUE 'D'.
               88  HCH-TOTAL-MES  VALUE 'T'.
           05  HCH-ANO-MES        PIC 9(06).
           05  HCH-DEPTO          PIC 9(03).
           05  HCH-ABERTURA       PIC 9(05).
           05  HCH-ADMISSOES      PIC 9(05).
           05  HCH-DESLIGAMENTOS  PIC 9(05).
           05  HCH-AFASTADOS      PIC 9(05).
           05  HCH-FECHAMENTO     PIC 9(05).
           05  HCH-TURNOVER       PIC 9(03)V9(02).
           05  HCH-DATA-RUN       PIC 9(08).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EMP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
       01  WS-EOF-HR              PIC X(01) VALUE 'N'.
       01  WS-EOF-EMP             PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
      *
       01  WS-HOJE                PIC 9(08).
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05  WS-HOJE-AAAA       PIC 9(04).
           05  WS-HOJE-MM         PIC 9(02).
           05  WS-HOJE-DD         PIC 9(02).
       01  WS-ANO-MES             PIC 9(06) VALUE ZEROES.
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
      * THE MONTH'S BOUNDARIES - THE 1ST, THE 1ST OF THE NEXT MONTH
      * AND THE LAST DAY IN BETWEEN.
       01  WS-INI-MES             PIC 9(08) VALUE ZEROES.
       01  WS-INI-PROX            PIC 9(08) VALUE ZEROES.
       01  WS-INI-PROX-R REDEFINES WS-INI-PROX.
           05  WS-PROX-AAAA       PIC 9(04).
           05  WS-PROX-MM         PIC 9(02).
           05  WS-PROX-DD         PIC 9(02).
       01  WS-FIM-MES             PIC 9(08) VALUE ZEROES.
      *
      * THE TWELVE MONTHS ON THE HISTORY GRID, OLDEST FIRST - ENTRY
      * 12 IS THE MONTH BEING REPORTED.
       01  WS-MESES-TAB.
           05  WS-MES-GRADE       OCCURS 12 TIMES PIC 9(06).
       01  WS-MES-CALC            PIC 9(06) VALUE ZEROES.
       01  WS-MES-CALC-R REDEFINES WS-MES-CALC.
           05  WS-MC-AAAA         PIC 9(04).
           05  WS-MC-MM           PIC 9(02).
       01  WS-M                   PIC 9(02) VALUE ZEROES.
      *
      * DEPARTMENT AND GRADE LOOKUP - ONE ROW PER EMPFILE RECORD.
       01  WS-EMP-TAB.
           05  WS-EMP-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-EMP-COUNT.
               10  WS-EMP-MATRICULA PIC 9(06).
               10  WS-EMP-DEPTO     PIC 9(03).
               10  WS-EMP-GRADE     PIC X(02).
       01  WS-EMP-COUNT           PIC 9(04) VALUE ZEROES.
      *
      * AFASTAMENTOS OPEN ON THE MONTH'S LAST DAY. THE HR MASTER DOES
      * NOT KEEP A LEAVE NEXT TO ITS EMPLOYEE RECORD, SO THE LEAVES
      * ARE GATHERED FIRST AND JOINED WHEN THE HEADCOUNT IS TAKEN.
       01  WS-AFA-TAB.
           05  WS-AFA-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-AFA-COUNT.
               10  WS-AFA-MATRICULA PIC 9(06).
       01  WS-AFA-COUNT           PIC 9(04) VALUE ZEROES.
      *
      * THE EMPLOYEE ('E') RECORDS, KEPT FOR THE SECOND PASS.
       01  WS-HRE-TAB.
           05  WS-HRE-LINHA       OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-HRE-COUNT.
               10  WS-HRE-MATRICULA PIC 9(06).
               10  WS-HRE-NOME      PIC X(30).
               10  WS-HRE-ADMISSAO  PIC 9(08).
               10  WS-HRE-DEMISSAO  PIC 9(08).
       01  WS-HRE-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-H                   PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
      *
      * THE MONTH'S MOVEMENT PER DEPARTMENT, KEPT IN DEPTO ORDER.
       01  WS-DEP-TAB.
           05  WS-DEP-LINHA       OCCURS 1 TO 200 TIMES
                                   DEPENDING ON WS-DEP-COUNT.
               10  WS-DEP-CODIGO    PIC 9(03).
               10  WS-DEP-ABERTURA  PIC 9(05).
               10  WS-DEP-ADMISSOES PIC 9(05).
               10  WS-DEP-DESLIG    PIC 9(05).
               10  WS-DEP-AFASTADOS PIC 9(05).
               10  WS-DEP-FECHAMENTO PIC 9(05).
               10  WS-DEP-DIAS-CASA PIC 9(09).
               10  WS-DEP-TURNOVER  PIC 9(03)V9(02).
       01  WS-DEP-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-D                   PIC 9(03) VALUE ZEROES.
       01  WS-DEP-POS             PIC 9(03) VALUE ZEROES.
      *
       01  WS-TOT-ABERTURA        PIC 9(05) VALUE ZEROES.
       01  WS-TOT-ADMISSOES       PIC 9(05) VALUE ZEROES.
       01  WS-TOT-DESLIG          PIC 9(05) VALUE ZEROES.
       01  WS-TOT-AFASTADOS       PIC 9(05) VALUE ZEROES.
       01  WS-TOT-FECHAMENTO      PIC 9(05) VALUE ZEROES.
       01  WS-TOT-DIAS-CASA       PIC 9(09) VALUE ZEROES.
       01  WS-TOT-TURNOVER        PIC 9(03)V9(02) VALUE ZEROES.
      *
      * CLOSING HEADCOUNT PER CARGO GRADE.
       01  WS-GRD-TAB.
           05  WS-GRD-LINHA       OCCURS 1 TO 50 TIMES
                                   DEPENDING ON WS-GRD-COUNT.
               10  WS-GRD-CODIGO    PIC X(02).
               10  WS-GRD-FECHAMENTO PIC 9(05).
       01  WS-GRD-COUNT           PIC 9(02) VALUE ZEROES.
       01  WS-G                   PIC 9(02) VALUE ZEROES.
       01  WS-GRD-POS             PIC 9(02) VALUE ZEROES.
      *
      * HISTORY ROWS KEPT FOR THE REWRITE - THE ELEVEN MONTHS BEFORE
      * THIS ONE; THIS MONTH'S ROWS ARE WRITTEN FRESH.
       01  WS-HST-TAB.
           05  WS-HST-LINHA       OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-HST-COUNT.
               10  WS-HS-TIPO       PIC X(01).
               10  WS-HS-ANO-MES    PIC 9(06).
               10  WS-HS-DEPTO      PIC 9(03).
               10  WS-HS-ABERTURA   PIC 9(05).
               10  WS-HS-ADMISSOES  PIC 9(05).
               10  WS-HS-DESLIG     PIC 9(05).
               10  WS-HS-AFASTADOS  PIC 9(05).
               10  WS-HS-FECHAMENTO PIC 9(05).
               10  WS-HS-TURNOVER   PIC 9(03)V9(02).
               10  WS-HS-DATA-RUN   PIC 9(08).
       01  WS-HST-COUNT           PIC 9(04) VALUE ZEROES.
      *
      * THE TWELVE-MONTH GRID - CLOSING HEADCOUNT PER DEPARTMENT AND
      * MONTH, PLUS THE COMPANY TOTAL AND TURNOVER PER MONTH.
       01  WS-GRID-TAB.
           05  WS-GRID-LINHA      OCCURS 1 TO 200 TIMES
                                   DEPENDING ON WS-GRID-COUNT.
               10  WS-GRID-DEPTO    PIC 9(03).
               10  WS-GRID-FECH     OCCURS 12 TIMES PIC 9(05).
       01  WS-GRID-COUNT          PIC 9(03) VALUE ZEROES.
       01  WS-GRID-TOTAIS.
           05  WS-GRID-TOT-FECH   OCCURS 12 TIMES PIC 9(05).
           05  WS-GRID-TOT-TURN   OCCURS 12 TIMES PIC 9(03)V9(02).
       01  WS-GRID-POS            PIC 9(03) VALUE ZEROES.
       01  WS-GRID-DEP-PROCURADO  PIC 9(03) VALUE ZEROES.
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE SPACE.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
       01  WS-DATAS-OK            PIC X(01) VALUE 'N'.
      *
       01  WS-DEPTO-EMP           PIC 9(03) VALUE ZEROES.
       01  WS-GRADE-EMP           PIC X(02) VALUE SPACES.
       01  WS-ACHOU-EMP           PIC X(01) VALUE 'N'.
       01  WS-NA-ABERTURA         PIC X(01) VALUE 'N'.
       01  WS-NO-FECHAMENTO       PIC X(01) VALUE 'N'.
       01  WS-ADMITIDO-MES        PIC X(01) VALUE 'N'.
       01  WS-DESLIGADO-MES       PIC X(01) VALUE 'N'.
       01  WS-EM-AFASTAMENTO      PIC X(01) VALUE 'N'.
       01  WS-DIAS-CASA           PIC 9(07) VALUE ZEROES.
       01  WS-CALC-ABERTURA       PIC 9(05) VALUE ZEROES.
       01  WS-CALC-FECHAMENTO     PIC 9(05) VALUE ZEROES.
       01  WS-CALC-MOVIMENTO      PIC 9(05) VALUE ZEROES.
       01  WS-CALC-TURNOVER       PIC 9(03)V9(02) VALUE ZEROES.
       01  WS-CALC-TEMPO          PIC 9(03)V9(01) VALUE ZEROES.
       01  WS-CALC-DIAS           PIC 9(09) VALUE ZEROES.
       01  WS-CALC-QTD            PIC 9(05) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-NOME         PIC X(30).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-SECAO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SC-LIT          PIC X(40).
           05  WS-SC-MES          PIC 9(02).
           05  WS-SC-BARRA        PIC X(01).
           05  WS-SC-ANO          PIC 9(04).
      *
       01  WS-DEP-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' DEPTO  ABERTURA  ADMISSOES  DESLIGAM.  AFAST'.
           05  FILLER             PIC X(45) VALUE
               'ADOS  FECHAMENTO  TURNOVER% TEMPO MEDIO'.
      *
       01  WS-DEP-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DD-DEPTO        PIC X(03).
           05  FILLER             PIC X(06) VALUE SPACES.
           05  WS-DD-ABERTURA     PIC ZZ.ZZ9.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-DD-ADMISSOES    PIC ZZ.ZZ9.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-DD-DESLIG       PIC ZZ.ZZ9.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-DD-AFASTADOS    PIC ZZ.ZZ9.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  WS-DD-FECHAMENTO   PIC ZZ.ZZ9.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-DD-TURNOVER     PIC ZZ9,99.
           05  FILLER             PIC X(07) VALUE SPACES.
           05  WS-DD-TEMPO        PIC ZZ9,9.
      *
       01  WS-GRD-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' GRADE  FECHAMENTO'.
       01  WS-GRD-DETAIL.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-GD-GRADE        PIC X(02).
           05  FILLER             PIC X(08) VALUE SPACES.
           05  WS-GD-FECHAMENTO   PIC ZZ.ZZ9.
      *
       01  WS-GRID-HEADER.
           05  FILLER             PIC X(07) VALUE ' DEPTO '.
           05  WS-GH-COLUNA       OCCURS 12 TIMES.
               10  FILLER         PIC X(03).
               10  WS-GH-MM       PIC 9(02).
               10  WS-GH-BARRA    PIC X(01).
               10  WS-GH-AA       PIC 9(02).
       01  WS-GRID-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-GR-DEPTO        PIC X(06).
           05  WS-GR-COLUNA       OCCURS 12 TIMES.
               10  FILLER         PIC X(02).
               10  WS-GR-VALOR    PIC ZZ.ZZ9.
       01  WS-GRID-TURN-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-GT-LIT          PIC X(06).
           05  WS-GT-COLUNA       OCCURS 12 TIMES.
               10  FILLER         PIC X(02).
               10  WS-GT-VALOR    PIC ZZ9,99.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       01  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
       01  WS-RECS-WRTN           PIC 9(07) VALUE ZEROES.
       01  WS-CONTROL-TOT         PIC 9(10)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM CARREGAR-EMPREGADOS
             WITH TEST AFTER
             UNTIL WS-EOF-EMP IS EQUAL TO 'Y'.
      *
           PERFORM CARREGAR-HR
             WITH TEST AFTER
             UNTIL WS-EOF-HR IS EQUAL TO 'Y'.
      *
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HRE-COUNT
             PERFORM CLASSIFICAR-EMPREGADO
           END-PERFORM.
      *
           PERFORM CALCULAR-TURNOVER.
           PERFORM IMPRIMIR-DEPARTAMENTOS.
           PERFORM IMPRIMIR-GRADES.
      *
      * HCHIST DOES NOT EXIST BEFORE THE FIRST MONTH.
           OPEN INPUT  HIST-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'HIST-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM CARREGAR-HISTORICO
               WITH TEST AFTER
               UNTIL WS-EOF-HIST IS EQUAL TO 'Y'
             CLOSE HIST-FILE
           END-IF.
      *
           PERFORM GRAVAR-HISTORICO.
           PERFORM IMPRIMIR-DOZE-MESES.
      *
           PERFORM FINALIZAR.
      *
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC068' TO WS-EXL-PROGRAMA.
           MOVE 'HCEXC'    TO WS-EXL-ARQUIVO.
           MOVE 'M'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'          TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-HOJE-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'          TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-HOJE-AAAA TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-HOJE-AAAA TO WS-ANO-MES(1:4).
           MOVE WS-HOJE-MM   TO WS-ANO-MES(5:2).
      *
           MOVE WS-ANO-MES   TO WS-INI-MES(1:6).
           MOVE 01           TO WS-INI-MES(7:2).
           MOVE WS-HOJE-AAAA TO WS-PROX-AAAA.
           MOVE WS-HOJE-MM   TO WS-PROX-MM.
           MOVE 01           TO WS-PROX-DD.
           IF WS-PROX-MM IS EQUAL TO 12
             ADD 1 TO WS-PROX-AAAA
             MOVE 01 TO WS-PROX-MM
           ELSE
             ADD 1 TO WS-PROX-MM
           END-IF.
           COMPUTE WS-FIM-MES = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-INI-PROX) - 1).
      *
           INITIALIZE WS-GRID-TOTAIS.
           MOVE WS-ANO-MES TO WS-MES-CALC.
           PERFORM VARYING WS-M FROM 12 BY -1
                   UNTIL WS-M < 1
             MOVE WS-MES-CALC TO WS-MES-GRADE(WS-M)
             IF WS-MC-MM IS EQUAL TO 01
               SUBTRACT 1 FROM WS-MC-AAAA
               MOVE 12 TO WS-MC-MM
             ELSE
               SUBTRACT 1 FROM WS-MC-MM
             END-IF
           END-PERFORM.
      *
           OPEN INPUT  HR-FILE.
           MOVE WS-HR-STATUS TO WS-FILE-STATUS.
           MOVE 'HR-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  EMP-FILE.
           MOVE WS-EMP-STATUS TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT EXCEPT-FILE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC068'                      TO RP-HDR-PROGRAM.
           MOVE 'HEADCOUNT E TURNOVER MENSAL'   TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT                 TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                       TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       CARREGAR-EMPREGADOS.
           READ EMP-FILE
             AT END
               MOVE 'Y' TO WS-EOF-EMP
           END-READ.
           MOVE WS-EMP-STATUS TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-EMP IS NOT EQUAL TO 'Y'
             IF WS-EMP-COUNT IS NOT LESS THAN 2000
               DISPLAY 'EXERC068 - MAIS DE 2000 MATRICULAS NO'
                       ' EMPFILE - RELATORIO ABORTADO'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-EMP-COUNT
             MOVE EMP-MATRICULA   TO WS-EMP-MATRICULA(WS-EMP-COUNT)
             MOVE EMP-DEPTO       TO WS-EMP-DEPTO(WS-EMP-COUNT)
             MOVE EMP-CARGO-GRADE TO WS-EMP-GRADE(WS-EMP-COUNT)
           END-IF.
      *
      * FIRST PASS - KEEPS EVERY VALID EMPLOYEE RECORD AND NOTES EVERY
      * AFASTAMENTO STILL OPEN ON THE MONTH'S LAST DAY.
       CARREGAR-HR.
           READ HR-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HR
           END-READ.
           MOVE WS-HR-STATUS TO WS-FILE-STATUS.
           MOVE 'HR-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HR IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             EVALUATE TRUE
               WHEN HR-EMPREGADO
                 PERFORM GUARDAR-EMPREGADO
               WHEN HR-AFASTAMENTO
                 IF HR-AFA-INICIO IS NOT GREATER THAN WS-FIM-MES AND
                    (HR-AFA-FIM IS EQUAL TO ZEROES OR
                     HR-AFA-FIM IS NOT LESS THAN WS-FIM-MES)
                   IF WS-AFA-COUNT IS LESS THAN 2000
                     ADD 1 TO WS-AFA-COUNT
                     MOVE HR-MATRICULA
                       TO WS-AFA-MATRICULA(WS-AFA-COUNT)
                   END-IF
                 END-IF
             END-EVALUATE
           END-IF.
      *
       GUARDAR-EMPREGADO.
           MOVE HR-MATRICULA TO WS-EX-MATRICULA.
           MOVE HR-NOME      TO WS-EX-NOME.
           MOVE 'S' TO WS-DATAS-OK.
           MOVE 'V' TO WS-FUNCAO-DATECHK.
           MOVE HR-DATA-ADMISSAO TO WS-DATA-VERIFICADA.
           CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                WS-DATA-VERIFICADA
                                WS-RETORNO-DATECHK
                                WS-DIA-SEMANA
           END-CALL.
           IF WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
             MOVE 'N' TO WS-DATAS-OK
             MOVE 'DATA DE ADMISSAO INVALIDA - IGNORADO'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
           IF WS-DATAS-OK IS EQUAL TO 'S' AND
              HR-DATA-DEMISSAO IS NOT EQUAL TO ZEROES
             MOVE HR-DATA-DEMISSAO TO WS-DATA-VERIFICADA
             CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                  WS-DATA-VERIFICADA
                                  WS-RETORNO-DATECHK
                                  WS-DIA-SEMANA
             END-CALL
             IF WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
               MOVE 'N' TO WS-DATAS-OK
               MOVE 'DATA DE DEMISSAO INVALIDA - IGNORADO'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
           IF WS-DATAS-OK IS EQUAL TO 'S'
             IF WS-HRE-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC068 - MAIS DE 3000 EMPREGADOS NO'
                       ' HRFILE - RELATORIO ABORTADO'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-HRE-COUNT
             MOVE HR-MATRICULA     TO WS-HRE-MATRICULA(WS-HRE-COUNT)
             MOVE HR-NOME          TO WS-HRE-NOME(WS-HRE-COUNT)
             MOVE HR-DATA-ADMISSAO TO WS-HRE-ADMISSAO(WS-HRE-COUNT)
             MOVE HR-DATA-DEMISSAO TO WS-HRE-DEMISSAO(WS-HRE-COUNT)
           END-IF.
      *
      * SECOND PASS - PLACES ONE EMPLOYEE ON THE MONTH'S MOVEMENT.
      * A LEAVER FROM AN EARLIER MONTH OR A FUTURE ADMISSION TOUCHES
      * NOTHING.
       CLASSIFICAR-EMPREGADO.
           MOVE 'N' TO WS-NA-ABERTURA.
           MOVE 'N' TO WS-NO-FECHAMENTO.
           MOVE 'N' TO WS-ADMITIDO-MES.
           MOVE 'N' TO WS-DESLIGADO-MES.
      *
           IF WS-HRE-ADMISSAO(WS-H) IS LESS THAN WS-INI-MES AND
              (WS-HRE-DEMISSAO(WS-H) IS EQUAL TO ZEROES OR
               WS-HRE-DEMISSAO(WS-H) IS NOT LESS THAN WS-INI-MES)
             MOVE 'S' TO WS-NA-ABERTURA
           END-IF.
           IF WS-HRE-ADMISSAO(WS-H) IS LESS THAN WS-INI-PROX AND
              (WS-HRE-DEMISSAO(WS-H) IS EQUAL TO ZEROES OR
               WS-HRE-DEMISSAO(WS-H) IS NOT LESS THAN WS-INI-PROX)
             MOVE 'S' TO WS-NO-FECHAMENTO
           END-IF.
           IF WS-HRE-ADMISSAO(WS-H) IS NOT LESS THAN WS-INI-MES AND
              WS-HRE-ADMISSAO(WS-H) IS LESS THAN WS-INI-PROX
             MOVE 'S' TO WS-ADMITIDO-MES
           END-IF.
           IF WS-HRE-DEMISSAO(WS-H) IS NOT LESS THAN WS-INI-MES AND
              WS-HRE-DEMISSAO(WS-H) IS LESS THAN WS-INI-PROX
             MOVE 'S' TO WS-DESLIGADO-MES
           END-IF.
      *
           IF WS-NA-ABERTURA IS EQUAL TO 'S' OR
              WS-NO-FECHAMENTO IS EQUAL TO 'S' OR
              WS-ADMITIDO-MES IS EQUAL TO 'S' OR
              WS-DESLIGADO-MES IS EQUAL TO 'S'
             PERFORM LOCALIZAR-DEPARTAMENTO
             PERFORM POSICIONAR-DEPARTAMENTO
             PERFORM CONTAR-MOVIMENTO
           END-IF.
      *
       CONTAR-MOVIMENTO.
           IF WS-NA-ABERTURA IS EQUAL TO 'S'
             ADD 1 TO WS-DEP-ABERTURA(WS-DEP-POS)
           END-IF.
           IF WS-ADMITIDO-MES IS EQUAL TO 'S'
             ADD 1 TO WS-DEP-ADMISSOES(WS-DEP-POS)
           END-IF.
           IF WS-DESLIGADO-MES IS EQUAL TO 'S'
             ADD 1 TO WS-DEP-DESLIG(WS-DEP-POS)
           END-IF.
      *
           IF WS-NO-FECHAMENTO IS EQUAL TO 'S'
             ADD 1 TO WS-DEP-FECHAMENTO(WS-DEP-POS)
             COMPUTE WS-DIAS-CASA =
                     FUNCTION INTEGER-OF-DATE(WS-FIM-MES)
                   - FUNCTION INTEGER-OF-DATE(WS-HRE-ADMISSAO(WS-H))
             ADD WS-DIAS-CASA TO WS-DEP-DIAS-CASA(WS-DEP-POS)
             PERFORM VERIFICAR-AFASTAMENTO
             IF WS-EM-AFASTAMENTO IS EQUAL TO 'S'
               ADD 1 TO WS-DEP-AFASTADOS(WS-DEP-POS)
             END-IF
             PERFORM CONTAR-GRADE
           END-IF.
      *
       LOCALIZAR-DEPARTAMENTO.
           MOVE 'N'    TO WS-ACHOU-EMP.
           MOVE ZEROES TO WS-DEPTO-EMP.
           MOVE SPACES TO WS-GRADE-EMP.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-EMP-COUNT
             IF WS-EMP-MATRICULA(WS-I) IS EQUAL TO
                WS-HRE-MATRICULA(WS-H)
               MOVE 'S'              TO WS-ACHOU-EMP
               MOVE WS-EMP-DEPTO(WS-I) TO WS-DEPTO-EMP
               MOVE WS-EMP-GRADE(WS-I) TO WS-GRADE-EMP
               MOVE WS-EMP-COUNT     TO WS-I
             END-IF
           END-PERFORM.
      *
           IF WS-ACHOU-EMP IS EQUAL TO 'N'
             MOVE WS-HRE-MATRICULA(WS-H) TO WS-EX-MATRICULA
             MOVE WS-HRE-NOME(WS-H)      TO WS-EX-NOME
             MOVE 'SEM EMPFILE - CONTADO NO DEPTO 000'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
      * THE DEPARTMENT TABLE IS KEPT IN DEPTO ORDER BY INSERTION.
       POSICIONAR-DEPARTAMENTO.
           MOVE ZEROES TO WS-DEP-POS.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-COUNT
             IF WS-DEP-CODIGO(WS-D) IS EQUAL TO WS-DEPTO-EMP
               MOVE WS-D TO WS-DEP-POS
               MOVE WS-DEP-COUNT TO WS-D
             END-IF
           END-PERFORM.
           IF WS-DEP-POS IS EQUAL TO ZEROES
             PERFORM INCLUIR-DEPARTAMENTO
           END-IF.
      *
       INCLUIR-DEPARTAMENTO.
           IF WS-DEP-COUNT IS NOT LESS THAN 200
             DISPLAY 'EXERC068 - MAIS DE 200 DEPARTAMENTOS'
                     ' - RELATORIO ABORTADO'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-DEP-COUNT.
           MOVE WS-DEP-COUNT TO WS-DEP-POS.
           PERFORM VARYING WS-D FROM WS-DEP-COUNT BY -1
                   UNTIL WS-D < 2
             IF WS-DEP-CODIGO(WS-D - 1) IS GREATER THAN WS-DEPTO-EMP
               MOVE WS-DEP-LINHA(WS-D - 1) TO WS-DEP-LINHA(WS-D)
               COMPUTE WS-DEP-POS = WS-D - 1
             ELSE
               MOVE 1 TO WS-D
             END-IF
           END-PERFORM.
           MOVE WS-DEPTO-EMP TO WS-DEP-CODIGO(WS-DEP-POS).
           MOVE ZEROES       TO WS-DEP-ABERTURA(WS-DEP-POS)
                                WS-DEP-ADMISSOES(WS-DEP-POS)
                                WS-DEP-DESLIG(WS-DEP-POS)
                                WS-DEP-AFASTADOS(WS-DEP-POS)
                                WS-DEP-FECHAMENTO(WS-DEP-POS)
                                WS-DEP-DIAS-CASA(WS-DEP-POS)
                                WS-DEP-TURNOVER(WS-DEP-POS).
      *
       VERIFICAR-AFASTAMENTO.
           MOVE 'N' TO WS-EM-AFASTAMENTO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-AFA-COUNT
             IF WS-AFA-MATRICULA(WS-I) IS EQUAL TO
                WS-HRE-MATRICULA(WS-H)
               MOVE 'S' TO WS-EM-AFASTAMENTO
               MOVE WS-AFA-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
       CONTAR-GRADE.
           MOVE ZEROES TO WS-GRD-POS.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRD-COUNT
             IF WS-GRD-CODIGO(WS-G) IS EQUAL TO WS-GRADE-EMP
               MOVE WS-G TO WS-GRD-POS
               MOVE WS-GRD-COUNT TO WS-G
             END-IF
           END-PERFORM.
           IF WS-GRD-POS IS EQUAL TO ZEROES AND
              WS-GRD-COUNT IS LESS THAN 50
             ADD 1 TO WS-GRD-COUNT
             MOVE WS-GRD-COUNT TO WS-GRD-POS
             MOVE WS-GRADE-EMP TO WS-GRD-CODIGO(WS-GRD-POS)
             MOVE ZEROES       TO WS-GRD-FECHAMENTO(WS-GRD-POS)
           END-IF.
           IF WS-GRD-POS IS GREATER THAN ZEROES
             ADD 1 TO WS-GRD-FECHAMENTO(WS-GRD-POS)
           END-IF.
      *
       CALCULAR-TURNOVER.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-COUNT
             MOVE WS-DEP-ABERTURA(WS-D)   TO WS-CALC-ABERTURA
             MOVE WS-DEP-FECHAMENTO(WS-D) TO WS-CALC-FECHAMENTO
             COMPUTE WS-CALC-MOVIMENTO =
                     WS-DEP-ADMISSOES(WS-D) + WS-DEP-DESLIG(WS-D)
             PERFORM CALCULAR-TAXA
             MOVE WS-CALC-TURNOVER TO WS-DEP-TURNOVER(WS-D)
             ADD WS-DEP-ABERTURA(WS-D)   TO WS-TOT-ABERTURA
             ADD WS-DEP-ADMISSOES(WS-D)  TO WS-TOT-ADMISSOES
             ADD WS-DEP-DESLIG(WS-D)     TO WS-TOT-DESLIG
             ADD WS-DEP-AFASTADOS(WS-D)  TO WS-TOT-AFASTADOS
             ADD WS-DEP-FECHAMENTO(WS-D) TO WS-TOT-FECHAMENTO
             ADD WS-DEP-DIAS-CASA(WS-D)  TO WS-TOT-DIAS-CASA
           END-PERFORM.
      *
           MOVE WS-TOT-ABERTURA   TO WS-CALC-ABERTURA.
           MOVE WS-TOT-FECHAMENTO TO WS-CALC-FECHAMENTO.
           COMPUTE WS-CALC-MOVIMENTO =
                   WS-TOT-ADMISSOES + WS-TOT-DESLIG.
           PERFORM CALCULAR-TAXA.
           MOVE WS-CALC-TURNOVER  TO WS-TOT-TURNOVER.
           MOVE WS-TOT-FECHAMENTO TO WS-CONTROL-TOT.
      *
      * (ADMISSIONS + TERMINATIONS) / 2 OVER (OPENING + CLOSING) / 2 -
      * THE HALVES CANCEL. A DEPARTMENT THAT OPENED AND CLOSED EMPTY
      * HAS NO TURNOVER TO SPEAK OF.
       CALCULAR-TAXA.
           MOVE ZEROES TO WS-CALC-TURNOVER.
           IF WS-CALC-ABERTURA + WS-CALC-FECHAMENTO IS GREATER THAN
              ZEROES
             COMPUTE WS-CALC-TURNOVER ROUNDED =
                     WS-CALC-MOVIMENTO * 100
                   / (WS-CALC-ABERTURA + WS-CALC-FECHAMENTO)
               ON SIZE ERROR
                 MOVE 999,99 TO WS-CALC-TURNOVER
             END-COMPUTE
           END-IF.
      *
       CALCULAR-TEMPO-MEDIO.
           MOVE ZEROES TO WS-CALC-TEMPO.
           IF WS-CALC-QTD IS GREATER THAN ZEROES
             COMPUTE WS-CALC-TEMPO ROUNDED =
                     WS-CALC-DIAS / WS-CALC-QTD / 365,25
           END-IF.
      *
       IMPRIMIR-DEPARTAMENTOS.
           MOVE 'MOVIMENTO DO MES ' TO WS-SC-LIT.
           MOVE WS-HOJE-MM          TO WS-SC-MES.
           MOVE '/'                 TO WS-SC-BARRA.
           MOVE WS-HOJE-AAAA        TO WS-SC-ANO.
           MOVE WS-SECAO-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-DEP-HEADER       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-COUNT
             MOVE WS-DEP-CODIGO(WS-D)     TO WS-DD-DEPTO
             MOVE WS-DEP-ABERTURA(WS-D)   TO WS-DD-ABERTURA
             MOVE WS-DEP-ADMISSOES(WS-D)  TO WS-DD-ADMISSOES
             MOVE WS-DEP-DESLIG(WS-D)     TO WS-DD-DESLIG
             MOVE WS-DEP-AFASTADOS(WS-D)  TO WS-DD-AFASTADOS
             MOVE WS-DEP-FECHAMENTO(WS-D) TO WS-DD-FECHAMENTO
             MOVE WS-DEP-TURNOVER(WS-D)   TO WS-DD-TURNOVER
             MOVE WS-DEP-DIAS-CASA(WS-D)  TO WS-CALC-DIAS
             MOVE WS-DEP-FECHAMENTO(WS-D) TO WS-CALC-QTD
             PERFORM CALCULAR-TEMPO-MEDIO
             MOVE WS-CALC-TEMPO           TO WS-DD-TEMPO
             MOVE WS-DEP-DETAIL           TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
      *
           MOVE 'TOT'             TO WS-DD-DEPTO.
           MOVE WS-TOT-ABERTURA   TO WS-DD-ABERTURA.
           MOVE WS-TOT-ADMISSOES  TO WS-DD-ADMISSOES.
           MOVE WS-TOT-DESLIG     TO WS-DD-DESLIG.
           MOVE WS-TOT-AFASTADOS  TO WS-DD-AFASTADOS.
           MOVE WS-TOT-FECHAMENTO TO WS-DD-FECHAMENTO.
           MOVE WS-TOT-TURNOVER   TO WS-DD-TURNOVER.
           MOVE WS-TOT-DIAS-CASA  TO WS-CALC-DIAS.
           MOVE WS-TOT-FECHAMENTO TO WS-CALC-QTD.
           PERFORM CALCULAR-TEMPO-MEDIO.
           MOVE WS-CALC-TEMPO     TO WS-DD-TEMPO.
           MOVE WS-DEP-DETAIL     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       IMPRIMIR-GRADES.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-GRD-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-G FROM 1 BY 1
                   UNTIL WS-G > WS-GRD-COUNT
             MOVE WS-GRD-CODIGO(WS-G)     TO WS-GD-GRADE
             MOVE WS-GRD-FECHAMENTO(WS-G) TO WS-GD-FECHAMENTO
             MOVE WS-GRD-DETAIL           TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
      *
      * ONLY THE ELEVEN MONTHS BEFORE THIS ONE SURVIVE - OLDER ROWS
      * DROP OFF AND THIS MONTH'S (A RERUN) ARE REPLACED.
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
             IF HCH-ANO-MES IS NOT LESS THAN WS-MES-GRADE(1) AND
                HCH-ANO-MES IS LESS THAN WS-ANO-MES
               IF WS-HST-COUNT IS NOT LESS THAN 3000
                 DISPLAY 'EXERC068 - MAIS DE 3000 LINHAS NO HCHIST'
                         ' - RELATORIO ABORTADO'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-HST-COUNT
               MOVE HCH-TIPO          TO WS-HS-TIPO(WS-HST-COUNT)
               MOVE HCH-ANO-MES       TO WS-HS-ANO-MES(WS-HST-COUNT)
               MOVE HCH-DEPTO         TO WS-HS-DEPTO(WS-HST-COUNT)
               MOVE HCH-ABERTURA      TO WS-HS-ABERTURA(WS-HST-COUNT)
               MOVE HCH-ADMISSOES     TO WS-HS-ADMISSOES(WS-HST-COUNT)
               MOVE HCH-DESLIGAMENTOS TO WS-HS-DESLIG(WS-HST-COUNT)
               MOVE HCH-AFASTADOS     TO WS-HS-AFASTADOS(WS-HST-COUNT)
               MOVE HCH-FECHAMENTO
                 TO WS-HS-FECHAMENTO(WS-HST-COUNT)
               MOVE HCH-TURNOVER      TO WS-HS-TURNOVER(WS-HST-COUNT)
               MOVE HCH-DATA-RUN      TO WS-HS-DATA-RUN(WS-HST-COUNT)
             END-IF
           END-IF.
      *
       GRAVAR-HISTORICO.
           OPEN OUTPUT HIST-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HIST-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HST-COUNT
             MOVE WS-HS-TIPO(WS-I)       TO HCH-TIPO
             MOVE WS-HS-ANO-MES(WS-I)    TO HCH-ANO-MES
             MOVE WS-HS-DEPTO(WS-I)      TO HCH-DEPTO
             MOVE WS-HS-ABERTURA(WS-I)   TO HCH-ABERTURA
             MOVE WS-HS-ADMISSOES(WS-I)  TO HCH-ADMISSOES
             MOVE WS-HS-DESLIG(WS-I)     TO HCH-DESLIGAMENTOS
             MOVE WS-HS-AFASTADOS(WS-I)  TO HCH-AFASTADOS
             MOVE WS-HS-FECHAMENTO(WS-I) TO HCH-FECHAMENTO
             MOVE WS-HS-TURNOVER(WS-I)   TO HCH-TURNOVER
             MOVE WS-HS-DATA-RUN(WS-I)   TO HCH-DATA-RUN
             PERFORM GRAVAR-LINHA-HISTORICO
             PERFORM ACUMULAR-GRADE-MESES
           END-PERFORM.
      *
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEP-COUNT
             MOVE 'D'                     TO HCH-TIPO
             MOVE WS-ANO-MES              TO HCH-ANO-MES
             MOVE WS-DEP-CODIGO(WS-D)     TO HCH-DEPTO
             MOVE WS-DEP-ABERTURA(WS-D)   TO HCH-ABERTURA
             MOVE WS-DEP-ADMISSOES(WS-D)  TO HCH-ADMISSOES
             MOVE WS-DEP-DESLIG(WS-D)     TO HCH-DESLIGAMENTOS
             MOVE WS-DEP-AFASTADOS(WS-D)  TO HCH-AFASTADOS
             MOVE WS-DEP-FECHAMENTO(WS-D) TO HCH-FECHAMENTO
             MOVE WS-DEP-TURNOVER(WS-D)   TO HCH-TURNOVER
             MOVE WS-HOJE                 TO HCH-DATA-RUN
             PERFORM GRAVAR-LINHA-HISTORICO
             PERFORM ACUMULAR-GRADE-MESES
           END-PERFORM.
      *
           MOVE 'T'               TO HCH-TIPO.
           MOVE WS-ANO-MES        TO HCH-ANO-MES.
           MOVE ZEROES            TO HCH-DEPTO.
           MOVE WS-TOT-ABERTURA   TO HCH-ABERTURA.
           MOVE WS-TOT-ADMISSOES  TO HCH-ADMISSOES.
           MOVE WS-TOT-DESLIG     TO HCH-DESLIGAMENTOS.
           MOVE WS-TOT-AFASTADOS  TO HCH-AFASTADOS.
           MOVE WS-TOT-FECHAMENTO TO HCH-FECHAMENTO.
           MOVE WS-TOT-TURNOVER   TO HCH-TURNOVER.
           MOVE WS-HOJE           TO HCH-DATA-RUN.
           PERFORM GRAVAR-LINHA-HISTORICO.
           PERFORM ACUMULAR-GRADE-MESES.
      *
           CLOSE HIST-FILE.
      *
       GRAVAR-LINHA-HISTORICO.
           WRITE HCH-REC.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HIST-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * PLACES THE HISTORY ROW JUST WRITTEN ON THE TWELVE-MONTH GRID.
       ACUMULAR-GRADE-MESES.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > 12
             IF WS-MES-GRADE(WS-M) IS EQUAL TO HCH-ANO-MES
               IF HCH-TOTAL-MES
                 MOVE HCH-FECHAMENTO TO WS-GRID-TOT-FECH(WS-M)
                 MOVE HCH-TURNOVER   TO WS-GRID-TOT-TURN(WS-M)
               ELSE
                 MOVE HCH-DEPTO TO WS-GRID-DEP-PROCURADO
                 PERFORM POSICIONAR-GRADE-DEPTO
                 MOVE HCH-FECHAMENTO
                   TO WS-GRID-FECH(WS-GRID-POS, WS-M)
               END-IF
               MOVE 12 TO WS-M
             END-IF
           END-PERFORM.
      *
       POSICIONAR-GRADE-DEPTO.
           MOVE ZEROES TO WS-GRID-POS.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-GRID-COUNT
             IF WS-GRID-DEPTO(WS-D) IS EQUAL TO WS-GRID-DEP-PROCURADO
               MOVE WS-D TO WS-GRID-POS
               MOVE WS-GRID-COUNT TO WS-D
             END-IF
           END-PERFORM.
           IF WS-GRID-POS IS EQUAL TO ZEROES
             PERFORM INCLUIR-GRADE-DEPTO
           END-IF.
      *
       INCLUIR-GRADE-DEPTO.
           IF WS-GRID-COUNT IS NOT LESS THAN 200
             DISPLAY 'EXERC068 - MAIS DE 200 DEPARTAMENTOS NO HCHIST'
                     ' - RELATORIO ABORTADO'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-GRID-COUNT.
           MOVE WS-GRID-COUNT TO WS-GRID-POS.
           PERFORM VARYING WS-D FROM WS-GRID-COUNT BY -1
                   UNTIL WS-D < 2
             IF WS-GRID-DEPTO(WS-D - 1) IS GREATER THAN
                WS-GRID-DEP-PROCURADO
               MOVE WS-GRID-LINHA(WS-D - 1) TO WS-GRID-LINHA(WS-D)
               COMPUTE WS-GRID-POS = WS-D - 1
             ELSE
               MOVE 1 TO WS-D
             END-IF
           END-PERFORM.
           MOVE WS-GRID-DEP-PROCURADO TO WS-GRID-DEPTO(WS-GRID-POS).
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > 12
             MOVE ZEROES TO WS-GRID-FECH(WS-GRID-POS, WS-M)
           END-PERFORM.
      *
       IMPRIMIR-DOZE-MESES.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO WS-SECAO-LINE.
           MOVE 'HEADCOUNT DE FECHAMENTO - DOZE MESES' TO WS-SC-LIT.
           MOVE WS-SECAO-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > 12
             MOVE SPACES TO WS-GH-COLUNA(WS-M)
             MOVE WS-MES-GRADE(WS-M)      TO WS-MES-CALC
             MOVE WS-MC-MM                TO WS-GH-MM(WS-M)
             MOVE '/'                     TO WS-GH-BARRA(WS-M)
             MOVE WS-MC-AAAA(3:2)         TO WS-GH-AA(WS-M)
           END-PERFORM.
           MOVE WS-GRID-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-GRID-COUNT
             MOVE SPACES              TO WS-GR-DEPTO
             MOVE WS-GRID-DEPTO(WS-D) TO WS-GR-DEPTO(1:3)
             PERFORM VARYING WS-M FROM 1 BY 1
                     UNTIL WS-M > 12
               MOVE WS-GRID-FECH(WS-D, WS-M) TO WS-GR-VALOR(WS-M)
             END-PERFORM
             MOVE WS-GRID-DETAIL TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
      *
           MOVE 'TOTAL ' TO WS-GR-DEPTO.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > 12
             MOVE WS-GRID-TOT-FECH(WS-M) TO WS-GR-VALOR(WS-M)
           END-PERFORM.
           MOVE WS-GRID-DETAIL TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE 'TURN.%' TO WS-GT-LIT.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > 12
             MOVE WS-GRID-TOT-TURN(WS-M) TO WS-GT-VALOR(WS-M)
           END-PERFORM.
           MOVE WS-GRID-TURN-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-EXCECAO.
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
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
       FINALIZAR.
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE HR-FILE.
           CLOSE EMP-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           COPY CPYFILCHK.
