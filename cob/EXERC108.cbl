      ******************************************************************
      * FILE NAME   : EXERC108                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : BUDGET VERSUS ACTUAL - FOR THE GLCTL PERIOD,     *
      *               LISTS BY COST CENTER AND CONTA THE BUDGET IN     *
      *               FORCE ON BUDMAST AGAINST THE ACTUAL MOVEMENT OF  *
      *               THE MONTH AND OF THE YEAR TO DATE, WITH THE      *
      *               VARIANCE IN VALUE AND IN PERCENT. LINES OVER     *
      *               BUDGET BEYOND THE PARMMAST LIMIT ARE FLAGGED ON  *
      *               THE REPORT AND WRITTEN TO ORCEXC FOR THE         *
      *               CONTROLLER                                       *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE ACTUAL BY COST CENTER COMES *
      *                FROM BALCC; THE MOVEMENT OF EACH CONTA ON       *
      *                BALFILE THAT BALCC DOES NOT EXPLAIN (HISTORY    *
      *                POSTED BEFORE BALCC EXISTED) IS SHOWN UNDER     *
      *                COST CENTER 000, SO THE REPORT ALWAYS TIES BACK *
      *                TO BALFILE. A PERIOD AFTER A CLOSED ONE CARRIES *
      *                THE OPENING ENTRY EXERC043 POSTED, WHICH IS     *
      *                TAKEN OFF TO GET THE MONTH'S OWN MOVEMENT. ONLY *
      *                CONTAS WITH A BUDGET IN THE YEAR ARE LISTED.    *
      *                THE FLAG (PCT-ESTOURO, DEFAULT 10%) APPLIES TO  *
      *                'D' LINES - SPENDING - WHOSE ACTUAL PASSES THE  *
      *                BUDGET BY MORE THAN THE LIMIT, OR HAS NO BUDGET *
      *                AT ALL, IN THE MONTH OR IN THE YEAR TO DATE.    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC108.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE    ASSIGN TO GLCTL
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT PERIOD-FILE     ASSIGN TO PERDCTL
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PERIOD-STATUS.
      *
           SELECT BUDGET-FILE     ASSIGN TO BUDMAST
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS BUD-CHAVE
                                   FILE STATUS IS WS-BUD-STATUS.
      *
           SELECT BALANCE-CC-FILE ASSIGN TO BALCC
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS BCC-CHAVE
                                   FILE STATUS IS WS-BCC-STATUS.
      *
           SELECT BALANCE-FILE    ASSIGN TO BALFILE
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS BAL-CHAVE
                                   FILE STATUS IS WS-BAL-STATUS.
      *
           SELECT EXCEPT-FILE     ASSIGN TO ORCEXC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT REPORT-FILE     ASSIGN TO ORCRPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-PERIODO        PIC 9(06).
      *
       FD  PERIOD-FILE.
       01  PER-REC.
           05  PER-PERIODO        PIC 9(06).
           05  PER-SITUACAO       PIC X(01).
      *
       FD  BUDGET-FILE.
       01  BUD-REC.
           05  BUD-CHAVE.
               10  BUD-ANO        PIC 9(04).
               10  BUD-MES        PIC 9(02).
               10  BUD-CONTA      PIC 9(06).
               10  BUD-CC         PIC 9(03).
           05  BUD-NATUREZA       PIC X(01).
               88  BUD-DEVEDORA   VALUE 'D'.
               88  BUD-CREDORA    VALUE 'C'.
           05  BUD-VALOR-ORIGINAL PIC 9(10)V9(02).
           05  BUD-VALOR-REVISADO PIC 9(10)V9(02).
           05  BUD-VERSAO         PIC 9(03).
           05  BUD-DATA-VERSAO    PIC 9(08).
      *
       FD  BALANCE-CC-FILE.
       01  BCC-REC.
           05  BCC-CHAVE.
               10  BCC-PERIODO    PIC 9(06).
               10  BCC-CONTA      PIC 9(06).
               10  BCC-CC         PIC 9(03).
           05  BCC-DEBITOS        PIC 9(12)V9(02).
           05  BCC-CREDITOS       PIC 9(12)V9(02).
      *
       FD  BALANCE-FILE.
       01  BAL-REC.
           05  BAL-CHAVE.
               10  BAL-PERIODO    PIC 9(06).
               10  BAL-CONTA      PIC 9(06).
           05  BAL-DEBITOS        PIC 9(12)V9(02).
           05  BAL-CREDITOS       PIC 9(12)V9(02).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-PERIOD-STATUS       PIC X(02) VALUE SPACES.
       01  WS-BUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-BCC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
           COPY CPYEXCWS.
       01  WS-EOF-PERIOD          PIC X(01) VALUE 'N'.
       01  WS-FIM-ORCAMENTO       PIC X(01) VALUE 'N'.
       01  WS-FIM-BALCC           PIC X(01) VALUE 'N'.
       01  WS-FIM-SALDOS          PIC X(01) VALUE 'N'.
       01  WS-BUD-AUSENTE         PIC X(01) VALUE 'N'.
       01  WS-BCC-AUSENTE         PIC X(01) VALUE 'N'.
      *
       01  WS-PERIODO             PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PER-ANO         PIC 9(04).
           05  WS-PER-MES         PIC 9(02).
       01  WS-PERIODO-INICIAL     PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-INICIAL-R REDEFINES WS-PERIODO-INICIAL.
           05  WS-PI-ANO          PIC 9(04).
           05  WS-PI-MES          PIC 9(02).
       01  WS-PERIODO-LIDO        PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-LIDO-R REDEFINES WS-PERIODO-LIDO.
           05  WS-PL-ANO          PIC 9(04).
           05  WS-PL-MES          PIC 9(02).
      *
      * PARMMAST - PERCENT OVER BUDGET THAT RAISES THE FLAG.
       01  WS-PCT-ESTOURO         PIC 9(03) VALUE 010.
      *
      * CLOSED FLAG OF THE PRIOR DECEMBER (1) AND OF EACH MONTH OF THE
      * YEAR (MONTH + 1).
       01  WS-FEC-TAB.
           05  WS-FECHADO         PIC X(01) OCCURS 13 TIMES.
       01  WS-M                   PIC 9(02) VALUE ZEROES.
       01  WS-K                   PIC 9(02) VALUE ZEROES.
      *
      * ONE ROW PER COST CENTER AND CONTA, KEPT IN KEY ORDER AS IT IS
      * BUILT SO THE REPORT NEEDS NO SORT. BUDGETS ARE UNSIGNED IN
      * THE ROW'S NATUREZA; ACTUALS ARE DEBITS MINUS CREDITS.
       01  WS-ORC-TAB.
           05  WS-ORC-LINHA       OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-ORC-COUNT.
               10  WS-OR-CHAVE.
                   15  WS-OR-CC       PIC 9(03).
                   15  WS-OR-CONTA    PIC 9(06).
               10  WS-OR-NATUREZA     PIC X(01).
               10  WS-OR-ORC-MES      PIC 9(12)V9(02).
               10  WS-OR-ORC-ACUM     PIC 9(12)V9(02).
               10  WS-OR-REAL-MES     PIC S9(12)V9(02).
               10  WS-OR-REAL-ACUM    PIC S9(12)V9(02).
       01  WS-ORC-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-L                   PIC 9(04) VALUE ZEROES.
      *
      * ONE ROW PER CONTA - ITS NATUREZA ON THE BUDGET (SPACE WHEN THE
      * CONTA HAS NO BUDGET IN THE YEAR), ITS BALFILE NET PER PERIOD
      * AND WHAT BALCC ALREADY EXPLAINED OF ITS MOVEMENT.
       01  WS-CTA-TAB.
           05  WS-CTA-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-CTA-COUNT.
               10  WS-CT-CONTA        PIC 9(06).
               10  WS-CT-NATUREZA     PIC X(01).
               10  WS-CT-SALDO        PIC S9(12)V9(02)
                                       OCCURS 13 TIMES.
               10  WS-CT-CC-MES       PIC S9(12)V9(02).
               10  WS-CT-CC-ACUM      PIC S9(12)V9(02).
       01  WS-CTA-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-C                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-CHAVE-PROC.
           05  WS-CP-CC           PIC 9(03).
           05  WS-CP-CONTA        PIC 9(06).
      *
       01  WS-MOVIMENTO           PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-MOV-MES             PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-MOV-ACUM            PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-SEM-CC-MES          PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-SEM-CC-ACUM         PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-SEM-CC-MES      PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-SEM-CC-ACUM     PIC S9(12)V9(02) VALUE ZEROES.
      *
      * ONE LINE'S FIGURES IN THE LINE'S OWN NATUREZA.
       01  WS-REAL-MES            PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-REAL-ACUM           PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-VAR-MES             PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-VAR-ACUM            PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-PCT-MES             PIC S9(04)V9(01) VALUE ZEROES.
       01  WS-PCT-ACUM            PIC S9(04)V9(01) VALUE ZEROES.
       01  WS-ESTOURO-MES         PIC X(01) VALUE 'N'.
       01  WS-ESTOURO-ACUM        PIC X(01) VALUE 'N'.
      *
      * WORK FIELDS OF CALCULAR-PERCENTUAL.
       01  WS-PC-VARIACAO         PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-PC-BASE             PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-PC-RESULTADO        PIC S9(04)V9(01) VALUE ZEROES.
      *
      * COST CENTER AND GRAND TOTALS ARE NETTED DEBIT MINUS CREDIT -
      * A 'C' BUDGET COUNTS NEGATIVE, SO A POSITIVE VARIANCE IS
      * ALWAYS THE UNFAVOURABLE SIDE.
       01  WS-CC-ATUAL            PIC 9(03) VALUE ZEROES.
       01  WS-PRIMEIRO-CC         PIC X(01) VALUE 'S'.
       01  WS-TOTAIS-CC.
           05  WS-TC-ORC-MES      PIC S9(12)V9(02).
           05  WS-TC-REAL-MES     PIC S9(12)V9(02).
           05  WS-TC-ORC-ACUM     PIC S9(12)V9(02).
           05  WS-TC-REAL-ACUM    PIC S9(12)V9(02).
       01  WS-TOTAIS-GERAIS.
           05  WS-TG-ORC-MES      PIC S9(12)V9(02).
           05  WS-TG-REAL-MES     PIC S9(12)V9(02).
           05  WS-TG-ORC-ACUM     PIC S9(12)V9(02).
           05  WS-TG-REAL-ACUM    PIC S9(12)V9(02).
       01  WS-ORC-SINAL-MES       PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-ORC-SINAL-ACUM      PIC S9(12)V9(02) VALUE ZEROES.
      *
       01  WS-QTD-LINHAS          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ESTOUROS        PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SEM-ORCAMENTO   PIC 9(05) VALUE ZEROES.
      *
       01  WS-PERIODO-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(09) VALUE 'PERIODO: '.
           05  WS-PH-MES          PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-PH-ANO          PIC 9(04).
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(18) VALUE 'LIMITE DE ALERTA: '.
           05  WS-PH-LIMITE       PIC ZZ9.
           05  FILLER             PIC X(01) VALUE '%'.
      *
       01  WS-CC-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(17) VALUE 'CENTRO DE CUSTO: '.
           05  WS-CH-CC           PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CH-LIT          PIC X(30) VALUE SPACES.
      *
       01  WS-COL-HEADER-1.
           05  FILLER             PIC X(11) VALUE SPACES.
           05  FILLER             PIC X(26) VALUE ALL '-'.
           05  FILLER             PIC X(05) VALUE ' MES '.
           05  FILLER             PIC X(24) VALUE ALL '-'.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(22) VALUE ALL '-'.
           05  FILLER             PIC X(11) VALUE ' ACUMULADO '.
           05  FILLER             PIC X(22) VALUE ALL '-'.
      *
       01  WS-COL-HEADER-2.
           05  FILLER             PIC X(11) VALUE ' CONTA   N'.
           05  FILLER             PIC X(16) VALUE '      ORCAMENTO'.
           05  FILLER             PIC X(16) VALUE '      REALIZADO'.
           05  FILLER             PIC X(16) VALUE '       VARIACAO'.
           05  FILLER             PIC X(09) VALUE '  VAR %'.
           05  FILLER             PIC X(16) VALUE '      ORCAMENTO'.
           05  FILLER             PIC X(16) VALUE '      REALIZADO'.
           05  FILLER             PIC X(16) VALUE '       VARIACAO'.
           05  FILLER             PIC X(09) VALUE '  VAR %'.
           05  FILLER             PIC X(07) VALUE 'ALERTA'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-CONTA        PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NATUREZA     PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-ORC-MES      PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-REAL-MES     PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-VAR-MES      PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-PCT-MES      PIC -ZZZ9,9 BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-ORC-ACUM     PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-REAL-ACUM    PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-VAR-ACUM     PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-PCT-ACUM     PIC -ZZZ9,9 BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-ALERTA       PIC X(07).
      *
       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TT-LIT          PIC X(10).
           05  WS-TT-ORC-MES      PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TT-REAL-MES     PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TT-VAR-MES      PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TT-PCT-MES      PIC -ZZZ9,9 BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-TT-ORC-ACUM     PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TT-REAL-ACUM    PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TT-VAR-ACUM     PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TT-PCT-ACUM     PIC -ZZZ9,9 BLANK WHEN ZERO.
      *
       01  WS-RESUMO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RS-LIT          PIC X(44).
           05  WS-RS-VALOR        PIC -ZZZ.ZZZ.ZZ9,99.
       01  WS-RESUMO-QTD-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RQ-LIT          PIC X(44).
           05  WS-RQ-QTD          PIC ZZ.ZZ9.
      *
       01  WS-MSG-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-MSG-TEXTO       PIC X(60).
      *
       01  WS-CHAVE-EXCECAO.
           05  FILLER             PIC X(03) VALUE 'CC '.
           05  WS-CX-CC           PIC 9(03).
           05  FILLER             PIC X(07) VALUE ' CONTA '.
           05  WS-CX-CONTA        PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-CHAVE        PIC X(20).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-PCT          PIC -ZZZ9,9 BLANK WHEN ZERO.
           05  FILLER             PIC X(01) VALUE '%'.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
       01  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       01  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
       01  WS-RECS-WRTN           PIC 9(07) VALUE ZEROES.
       01  WS-CONTROL-TOT         PIC S9(12)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM CARREGAR-ORCAMENTO.
           PERFORM CARREGAR-REALIZADO-CC.
           PERFORM CARREGAR-SALDOS.
           PERFORM APURAR-SEM-CC.
      *
           PERFORM IMPRIMIR-RELATORIO.
      *
           PERFORM FINALIZAR.
      *
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC108' TO WS-EXL-PROGRAMA.
           MOVE 'ORCEXC  ' TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
      *
           OPEN INPUT  CONTROL-FILE.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTROL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           READ CONTROL-FILE.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTROL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE CTL-PERIODO TO WS-PERIODO.
           CLOSE CONTROL-FILE.
      *
           IF WS-PER-MES IS LESS THAN 1 OR
              WS-PER-MES IS GREATER THAN 12
             DISPLAY 'EXERC108 - GLCTL PERIOD INVALID: ' WS-PERIODO
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           COMPUTE WS-PI-ANO = WS-PER-ANO - 1.
           MOVE 12 TO WS-PI-MES.
      *
           PERFORM CARREGAR-PARAMETROS.
      *
           MOVE ALL 'N' TO WS-FEC-TAB.
           OPEN INPUT  PERIOD-FILE.
           MOVE WS-PERIOD-STATUS TO WS-FILE-STATUS.
           MOVE 'PERIOD-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-TABELA-PERIODOS
             WITH TEST AFTER
             UNTIL WS-EOF-PERIOD IS EQUAL TO 'Y'.
           CLOSE PERIOD-FILE.
      *
      * A YEAR WITH NO BUDGET LOADED YET IS NOT AN ERROR OF THIS STEP -
      * THE REPORT SAYS SO AND THE STEP ENDS WITH RC 4.
           OPEN INPUT  BUDGET-FILE.
           MOVE WS-BUD-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'S' TO WS-BUD-AUSENTE
           ELSE
             MOVE 'BUDGET-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      * WITHOUT BALCC EVERY ACTUAL FALLS TO COST CENTER 000.
           OPEN INPUT  BALANCE-CC-FILE.
           MOVE WS-BCC-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'S' TO WS-BCC-AUSENTE
           ELSE
             MOVE 'BALANCE-CC-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           OPEN INPUT  BALANCE-FILE.
           MOVE WS-BAL-STATUS TO WS-FILE-STATUS.
           MOVE 'BALANCE-FILE' TO WS-FILE-ID.
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
           MOVE 'EXERC108'                   TO RP-HDR-PROGRAM.
           MOVE 'ORCADO X REALIZADO'         TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-PER-MES                    TO WS-PH-MES.
           MOVE WS-PER-ANO                    TO WS-PH-ANO.
           MOVE WS-PCT-ESTOURO                TO WS-PH-LIMITE.
           MOVE WS-PERIODO-HEADER             TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * THE LIMIT IS A WHOLE PERCENT IN THE FIRST THREE POSITIONS
      * ('010' = 10%).
       CARREGAR-PARAMETROS.
           MOVE 'EXERC108'     TO WS-PRM-PROGRAMA.
           MOVE 'PCT-ESTOURO'  TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-PCT-ESTOURO
             END-IF
           END-IF.
      *
      * ONLY THE PRIOR DECEMBER AND THE MONTHS OF THE YEAR MATTER.
       LER-TABELA-PERIODOS.
           READ PERIOD-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PERIOD
           END-READ.
           MOVE WS-PERIOD-STATUS TO WS-FILE-STATUS.
           MOVE 'PERIOD-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PERIOD IS NOT EQUAL TO 'Y'
             MOVE PER-PERIODO TO WS-PERIODO-LIDO
             PERFORM INDICE-PERIODO
             IF WS-K IS GREATER THAN ZEROES AND
                PER-SITUACAO IS EQUAL TO 'F'
               MOVE 'S' TO WS-FECHADO(WS-K)
             END-IF
           END-IF.
      *
      * WS-PERIODO-LIDO TO ITS POSITION IN THE 13-MONTH TABLES -
      * ZERO WHEN OUTSIDE THE PRIOR DECEMBER TO THE GLCTL MONTH.
       INDICE-PERIODO.
           MOVE ZEROES TO WS-K.
           IF WS-PERIODO-LIDO IS EQUAL TO WS-PERIODO-INICIAL
             MOVE 1 TO WS-K
           ELSE
             IF WS-PL-ANO IS EQUAL TO WS-PER-ANO AND
                WS-PL-MES IS GREATER THAN ZEROES AND
                WS-PL-MES IS NOT GREATER THAN WS-PER-MES
               COMPUTE WS-K = WS-PL-MES + 1
             END-IF
           END-IF.
      *
      * BUDGET IN FORCE (THE REVISED VALUE) FOR JANUARY TO THE GLCTL
      * MONTH OF THE YEAR.
       CARREGAR-ORCAMENTO.
           IF WS-BUD-AUSENTE IS EQUAL TO 'S'
             MOVE 'Y' TO WS-FIM-ORCAMENTO
           ELSE
             MOVE WS-PER-ANO TO BUD-ANO
             MOVE 01         TO BUD-MES
             MOVE ZEROES     TO BUD-CONTA
             MOVE ZEROES     TO BUD-CC
             START BUDGET-FILE KEY IS NOT LESS THAN BUD-CHAVE
               INVALID KEY
                 MOVE 'Y' TO WS-FIM-ORCAMENTO
             END-START
           END-IF.
      *
           IF WS-FIM-ORCAMENTO IS NOT EQUAL TO 'Y'
             PERFORM LER-ORCAMENTO
               WITH TEST AFTER
               UNTIL WS-FIM-ORCAMENTO IS EQUAL TO 'Y'
           END-IF.
      *
       LER-ORCAMENTO.
           READ BUDGET-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-FIM-ORCAMENTO
           END-READ.
           MOVE WS-BUD-STATUS TO WS-FILE-STATUS.
           MOVE 'BUDGET-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-FIM-ORCAMENTO IS NOT EQUAL TO 'Y'
             IF BUD-ANO IS NOT EQUAL TO WS-PER-ANO OR
                BUD-MES IS GREATER THAN WS-PER-MES
               MOVE 'Y' TO WS-FIM-ORCAMENTO
             ELSE
               ADD 1 TO WS-RECS-READ
               MOVE BUD-CC    TO WS-CP-CC
               MOVE BUD-CONTA TO WS-CP-CONTA
               PERFORM LOCALIZAR-CONTA
               IF WS-CT-NATUREZA(WS-C) IS EQUAL TO SPACE
                 MOVE BUD-NATUREZA TO WS-CT-NATUREZA(WS-C)
               END-IF
               PERFORM LOCALIZAR-LINHA
               MOVE BUD-NATUREZA TO WS-OR-NATUREZA(WS-L)
               ADD BUD-VALOR-REVISADO TO WS-OR-ORC-ACUM(WS-L)
               IF BUD-MES IS EQUAL TO WS-PER-MES
                 ADD BUD-VALOR-REVISADO TO WS-OR-ORC-MES(WS-L)
               END-IF
             END-IF
           END-IF.
      *
      * BALCC HOLDS ONLY THE MOVEMENT POSTED BY EXERC042 - NO OPENING
      * ENTRIES - SO EVERY PERIOD OF THE YEAR ADDS AS IT STANDS.
       CARREGAR-REALIZADO-CC.
           IF WS-BCC-AUSENTE IS EQUAL TO 'S'
             MOVE 'Y' TO WS-FIM-BALCC
           ELSE
             COMPUTE BCC-PERIODO = WS-PER-ANO * 100 + 1
             MOVE ZEROES     TO BCC-CONTA
             MOVE ZEROES     TO BCC-CC
             START BALANCE-CC-FILE KEY IS NOT LESS THAN BCC-CHAVE
               INVALID KEY
                 MOVE 'Y' TO WS-FIM-BALCC
             END-START
           END-IF.
      *
           IF WS-FIM-BALCC IS NOT EQUAL TO 'Y'
             PERFORM LER-REALIZADO-CC
               WITH TEST AFTER
               UNTIL WS-FIM-BALCC IS EQUAL TO 'Y'
           END-IF.
      *
       LER-REALIZADO-CC.
           READ BALANCE-CC-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-FIM-BALCC
           END-READ.
           MOVE WS-BCC-STATUS     TO WS-FILE-STATUS.
           MOVE 'BALANCE-CC-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-FIM-BALCC IS NOT EQUAL TO 'Y'
             IF BCC-PERIODO IS GREATER THAN WS-PERIODO
               MOVE 'Y' TO WS-FIM-BALCC
             ELSE
               ADD 1 TO WS-RECS-READ
               COMPUTE WS-MOVIMENTO = BCC-DEBITOS - BCC-CREDITOS
               MOVE BCC-CC    TO WS-CP-CC
               MOVE BCC-CONTA TO WS-CP-CONTA
               PERFORM LOCALIZAR-LINHA
               ADD WS-MOVIMENTO TO WS-OR-REAL-ACUM(WS-L)
               ADD WS-MOVIMENTO TO WS-CT-CC-ACUM(WS-C)
               IF BCC-PERIODO IS EQUAL TO WS-PERIODO
                 ADD WS-MOVIMENTO TO WS-OR-REAL-MES(WS-L)
                 ADD WS-MOVIMENTO TO WS-CT-CC-MES(WS-C)
               END-IF
             END-IF
           END-IF.
      *
      * BALFILE NET OF EVERY CONTA FROM THE PRIOR DECEMBER TO THE
      * GLCTL MONTH - THE BASE THE COST CENTER FIGURES MUST TIE TO.
       CARREGAR-SALDOS.
           MOVE WS-PERIODO-INICIAL TO BAL-PERIODO.
           MOVE ZEROES             TO BAL-CONTA.
           START BALANCE-FILE KEY IS NOT LESS THAN BAL-CHAVE
             INVALID KEY
               MOVE 'Y' TO WS-FIM-SALDOS
           END-START.
      *
           IF WS-FIM-SALDOS IS NOT EQUAL TO 'Y'
             PERFORM LER-SALDO
               WITH TEST AFTER
               UNTIL WS-FIM-SALDOS IS EQUAL TO 'Y'
           END-IF.
      *
       LER-SALDO.
           READ BALANCE-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-FIM-SALDOS
           END-READ.
           MOVE WS-BAL-STATUS  TO WS-FILE-STATUS.
           MOVE 'BALANCE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-FIM-SALDOS IS NOT EQUAL TO 'Y'
             IF BAL-PERIODO IS GREATER THAN WS-PERIODO
               MOVE 'Y' TO WS-FIM-SALDOS
             ELSE
               ADD 1 TO WS-RECS-READ
               MOVE BAL-PERIODO TO WS-PERIODO-LIDO
               PERFORM INDICE-PERIODO
               IF WS-K IS GREATER THAN ZEROES
                 MOVE BAL-CONTA TO WS-CP-CONTA
                 PERFORM LOCALIZAR-CONTA
                 COMPUTE WS-CT-SALDO(WS-C, WS-K) =
                         WS-CT-SALDO(WS-C, WS-K)
                       + BAL-DEBITOS - BAL-CREDITOS
               END-IF
             END-IF
           END-IF.
      *
      * THE MOVEMENT OF MONTH M IS ITS BALFILE NET LESS THE OPENING
      * ENTRY BROUGHT FROM M-1 - PRESENT ONLY WHEN M-1 WAS CLOSED.
      * WHAT BALCC DOES NOT EXPLAIN GOES TO COST CENTER 000.
       APURAR-SEM-CC.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C IS GREATER THAN WS-CTA-COUNT
             IF WS-CT-NATUREZA(WS-C) IS EQUAL TO SPACE
               ADD 1 TO WS-QTD-SEM-ORCAMENTO
             ELSE
               MOVE ZEROES TO WS-MOV-ACUM
               PERFORM VARYING WS-M FROM 1 BY 1
                       UNTIL WS-M IS GREATER THAN WS-PER-MES
                 PERFORM CALCULAR-MOVIMENTO
                 ADD WS-MOVIMENTO TO WS-MOV-ACUM
               END-PERFORM
               MOVE WS-MOVIMENTO TO WS-MOV-MES
               COMPUTE WS-SEM-CC-MES  = WS-MOV-MES
                                      - WS-CT-CC-MES(WS-C)
               COMPUTE WS-SEM-CC-ACUM = WS-MOV-ACUM
                                      - WS-CT-CC-ACUM(WS-C)
               IF WS-SEM-CC-MES IS NOT EQUAL TO ZEROES OR
                  WS-SEM-CC-ACUM IS NOT EQUAL TO ZEROES
                 MOVE ZEROES             TO WS-CP-CC
                 MOVE WS-CT-CONTA(WS-C) TO WS-CP-CONTA
                 PERFORM LOCALIZAR-LINHA
                 ADD WS-SEM-CC-MES  TO WS-OR-REAL-MES(WS-L)
                 ADD WS-SEM-CC-ACUM TO WS-OR-REAL-ACUM(WS-L)
                 ADD WS-SEM-CC-MES  TO WS-TOT-SEM-CC-MES
                 ADD WS-SEM-CC-ACUM TO WS-TOT-SEM-CC-ACUM
               END-IF
             END-IF
           END-PERFORM.
      *
       CALCULAR-MOVIMENTO.
           COMPUTE WS-K = WS-M + 1.
           MOVE WS-CT-SALDO(WS-C, WS-K) TO WS-MOVIMENTO.
           IF WS-FECHADO(WS-M) IS EQUAL TO 'S'
             SUBTRACT WS-CT-SALDO(WS-C, WS-M) FROM WS-MOVIMENTO
           END-IF.
      *
      * WS-CP-CONTA TO ITS ROW OF WS-CTA-TAB (WS-C), ADDED AT THE END
      * WHEN NOT THERE YET.
       LOCALIZAR-CONTA.
           MOVE ZEROES TO WS-C.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I IS GREATER THAN WS-CTA-COUNT
             IF WS-CT-CONTA(WS-I) IS EQUAL TO WS-CP-CONTA
               MOVE WS-I TO WS-C
               MOVE WS-CTA-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           IF WS-C IS EQUAL TO ZEROES
             IF WS-CTA-COUNT IS EQUAL TO 2000
               DISPLAY 'EXERC108 - CONTA TABLE FULL (2000)'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-CTA-COUNT
             MOVE WS-CTA-COUNT TO WS-C
             MOVE WS-CP-CONTA  TO WS-CT-CONTA(WS-C)
             MOVE SPACE        TO WS-CT-NATUREZA(WS-C)
             PERFORM VARYING WS-K FROM 1 BY 1
                     UNTIL WS-K IS GREATER THAN 13
               MOVE ZEROES TO WS-CT-SALDO(WS-C, WS-K)
             END-PERFORM
             MOVE ZEROES TO WS-CT-CC-MES(WS-C)
             MOVE ZEROES TO WS-CT-CC-ACUM(WS-C)
           END-IF.
      *
      * WS-CHAVE-PROC TO ITS ROW OF WS-ORC-TAB (WS-L). A NEW ROW IS
      * INSERTED IN KEY ORDER AND TAKES THE CONTA'S NATUREZA. WS-C IS
      * LEFT ON THE CONTA'S ROW OF WS-CTA-TAB.
       LOCALIZAR-LINHA.
           PERFORM LOCALIZAR-CONTA.
           COMPUTE WS-L = WS-ORC-COUNT + 1.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I IS GREATER THAN WS-ORC-COUNT
             IF WS-OR-CHAVE(WS-I) IS NOT LESS THAN WS-CHAVE-PROC
               MOVE WS-I TO WS-L
               MOVE WS-ORC-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           IF WS-L IS GREATER THAN WS-ORC-COUNT OR
              WS-OR-CHAVE(WS-L) IS NOT EQUAL TO WS-CHAVE-PROC
             IF WS-ORC-COUNT IS EQUAL TO 3000
               DISPLAY 'EXERC108 - BUDGET LINE TABLE FULL (3000)'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-ORC-COUNT
             PERFORM VARYING WS-I FROM WS-ORC-COUNT BY -1
                     UNTIL WS-I IS NOT GREATER THAN WS-L
               MOVE WS-ORC-LINHA(WS-I - 1) TO WS-ORC-LINHA(WS-I)
             END-PERFORM
             MOVE WS-CHAVE-PROC        TO WS-OR-CHAVE(WS-L)
             MOVE WS-CT-NATUREZA(WS-C) TO WS-OR-NATUREZA(WS-L)
             MOVE ZEROES TO WS-OR-ORC-MES(WS-L)
             MOVE ZEROES TO WS-OR-ORC-ACUM(WS-L)
             MOVE ZEROES TO WS-OR-REAL-MES(WS-L)
             MOVE ZEROES TO WS-OR-REAL-ACUM(WS-L)
           END-IF.
      *
       IMPRIMIR-RELATORIO.
           IF WS-BUD-AUSENTE IS EQUAL TO 'S' OR
              WS-ORC-COUNT IS EQUAL TO ZEROES
             MOVE 'NENHUM ORCAMENTO CARREGADO PARA O ANO'
               TO WS-MSG-TEXTO
             MOVE WS-MSG-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 4 TO RETURN-CODE
           END-IF.
      *
           INITIALIZE WS-TOTAIS-GERAIS.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L IS GREATER THAN WS-ORC-COUNT
             IF WS-OR-NATUREZA(WS-L) IS NOT EQUAL TO SPACE
               IF WS-PRIMEIRO-CC IS EQUAL TO 'S' OR
                  WS-OR-CC(WS-L) IS NOT EQUAL TO WS-CC-ATUAL
                 PERFORM QUEBRAR-CENTRO-CUSTO
               END-IF
               PERFORM IMPRIMIR-LINHA
             END-IF
           END-PERFORM.
      *
           IF WS-PRIMEIRO-CC IS EQUAL TO 'N'
             PERFORM IMPRIMIR-TOTAL-CC
             MOVE 'TOT GERAL'      TO WS-TT-LIT
             MOVE WS-TG-ORC-MES    TO WS-ORC-SINAL-MES
             MOVE WS-TG-REAL-MES   TO WS-REAL-MES
             MOVE WS-TG-ORC-ACUM   TO WS-ORC-SINAL-ACUM
             MOVE WS-TG-REAL-ACUM  TO WS-REAL-ACUM
             PERFORM IMPRIMIR-TOTAL
           END-IF.
      *
       QUEBRAR-CENTRO-CUSTO.
           IF WS-PRIMEIRO-CC IS EQUAL TO 'N'
             PERFORM IMPRIMIR-TOTAL-CC
           END-IF.
           MOVE 'N'            TO WS-PRIMEIRO-CC.
           MOVE WS-OR-CC(WS-L) TO WS-CC-ATUAL.
           INITIALIZE WS-TOTAIS-CC.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CC-ATUAL TO WS-CH-CC.
           IF WS-CC-ATUAL IS EQUAL TO ZEROES
             MOVE '(EMPRESA / SEM DETALHE POR CC)' TO WS-CH-LIT
           ELSE
             MOVE SPACES TO WS-CH-LIT
           END-IF.
           MOVE WS-CC-HEADER    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER-1 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER-2 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A LINE IS SHOWN IN ITS OWN NATUREZA - A 'C' ACTUAL IS CREDITS
      * MINUS DEBITS - SO BUDGET, ACTUAL AND VARIANCE READ THE SAME
      * WAY ON EVERY LINE.
       IMPRIMIR-LINHA.
           ADD 1 TO WS-QTD-LINHAS.
           IF WS-OR-NATUREZA(WS-L) IS EQUAL TO 'C'
             COMPUTE WS-REAL-MES  = 0 - WS-OR-REAL-MES(WS-L)
             COMPUTE WS-REAL-ACUM = 0 - WS-OR-REAL-ACUM(WS-L)
             COMPUTE WS-ORC-SINAL-MES  = 0 - WS-OR-ORC-MES(WS-L)
             COMPUTE WS-ORC-SINAL-ACUM = 0 - WS-OR-ORC-ACUM(WS-L)
           ELSE
             MOVE WS-OR-REAL-MES(WS-L)  TO WS-REAL-MES
             MOVE WS-OR-REAL-ACUM(WS-L) TO WS-REAL-ACUM
             MOVE WS-OR-ORC-MES(WS-L)   TO WS-ORC-SINAL-MES
             MOVE WS-OR-ORC-ACUM(WS-L)  TO WS-ORC-SINAL-ACUM
           END-IF.
           COMPUTE WS-VAR-MES  = WS-REAL-MES  - WS-OR-ORC-MES(WS-L).
           COMPUTE WS-VAR-ACUM = WS-REAL-ACUM - WS-OR-ORC-ACUM(WS-L).
      *
           MOVE WS-VAR-MES           TO WS-PC-VARIACAO.
           MOVE WS-OR-ORC-MES(WS-L)  TO WS-PC-BASE.
           PERFORM CALCULAR-PERCENTUAL.
           MOVE WS-PC-RESULTADO      TO WS-PCT-MES.
           MOVE WS-VAR-ACUM          TO WS-PC-VARIACAO.
           MOVE WS-OR-ORC-ACUM(WS-L) TO WS-PC-BASE.
           PERFORM CALCULAR-PERCENTUAL.
           MOVE WS-PC-RESULTADO      TO WS-PCT-ACUM.
      *
           MOVE 'N' TO WS-ESTOURO-MES.
           MOVE 'N' TO WS-ESTOURO-ACUM.
           IF WS-OR-NATUREZA(WS-L) IS EQUAL TO 'D'
             IF WS-VAR-MES IS GREATER THAN ZEROES AND
                (WS-OR-ORC-MES(WS-L) IS EQUAL TO ZEROES OR
                 WS-PCT-MES IS GREATER THAN WS-PCT-ESTOURO)
               MOVE 'S' TO WS-ESTOURO-MES
             END-IF
             IF WS-VAR-ACUM IS GREATER THAN ZEROES AND
                (WS-OR-ORC-ACUM(WS-L) IS EQUAL TO ZEROES OR
                 WS-PCT-ACUM IS GREATER THAN WS-PCT-ESTOURO)
               MOVE 'S' TO WS-ESTOURO-ACUM
             END-IF
           END-IF.
      *
           MOVE WS-OR-CONTA(WS-L)     TO WS-DT-CONTA.
           MOVE WS-OR-NATUREZA(WS-L)  TO WS-DT-NATUREZA.
           MOVE WS-OR-ORC-MES(WS-L)   TO WS-DT-ORC-MES.
           MOVE WS-REAL-MES           TO WS-DT-REAL-MES.
           MOVE WS-VAR-MES            TO WS-DT-VAR-MES.
           MOVE WS-PCT-MES            TO WS-DT-PCT-MES.
           MOVE WS-OR-ORC-ACUM(WS-L)  TO WS-DT-ORC-ACUM.
           MOVE WS-REAL-ACUM          TO WS-DT-REAL-ACUM.
           MOVE WS-VAR-ACUM           TO WS-DT-VAR-ACUM.
           MOVE WS-PCT-ACUM           TO WS-DT-PCT-ACUM.
           EVALUATE TRUE
             WHEN WS-ESTOURO-MES IS EQUAL TO 'S' AND
                  WS-ESTOURO-ACUM IS EQUAL TO 'S'
               MOVE 'MES+AC' TO WS-DT-ALERTA
             WHEN WS-ESTOURO-MES IS EQUAL TO 'S'
               MOVE 'MES'    TO WS-DT-ALERTA
             WHEN WS-ESTOURO-ACUM IS EQUAL TO 'S'
               MOVE 'ACUM'   TO WS-DT-ALERTA
             WHEN OTHER
               MOVE SPACES   TO WS-DT-ALERTA
           END-EVALUATE.
           MOVE WS-DETAIL-LINE        TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-ESTOURO-MES IS EQUAL TO 'S' OR
              WS-ESTOURO-ACUM IS EQUAL TO 'S'
             PERFORM GRAVAR-ESTOURO
           END-IF.
      *
      * BACK TO THE DEBIT-MINUS-CREDIT SIDE FOR THE TOTALS.
           IF WS-OR-NATUREZA(WS-L) IS EQUAL TO 'C'
             ADD WS-ORC-SINAL-MES    TO WS-TC-ORC-MES
             ADD WS-ORC-SINAL-ACUM   TO WS-TC-ORC-ACUM
           ELSE
             ADD WS-OR-ORC-MES(WS-L)  TO WS-TC-ORC-MES
             ADD WS-OR-ORC-ACUM(WS-L) TO WS-TC-ORC-ACUM
           END-IF.
           ADD WS-OR-REAL-MES(WS-L)   TO WS-TC-REAL-MES.
           ADD WS-OR-REAL-ACUM(WS-L)  TO WS-TC-REAL-ACUM.
      *
      * PERCENT OF WS-PC-VARIACAO OVER WS-PC-BASE - ZERO (PRINTED
      * BLANK) WHEN THERE IS NO BASE.
       CALCULAR-PERCENTUAL.
           MOVE ZEROES TO WS-PC-RESULTADO.
           IF WS-PC-BASE IS LESS THAN ZEROES
             COMPUTE WS-PC-BASE = 0 - WS-PC-BASE
           END-IF.
           IF WS-PC-BASE IS NOT EQUAL TO ZEROES
             COMPUTE WS-PC-RESULTADO ROUNDED =
                     WS-PC-VARIACAO * 100 / WS-PC-BASE
               ON SIZE ERROR
                 IF WS-PC-VARIACAO IS LESS THAN ZEROES
                   MOVE -9999,9 TO WS-PC-RESULTADO
                 ELSE
                   MOVE 9999,9 TO WS-PC-RESULTADO
                 END-IF
             END-COMPUTE
           END-IF.
      *
       IMPRIMIR-TOTAL-CC.
           MOVE 'TOTAL CC'       TO WS-TT-LIT.
           MOVE WS-TC-ORC-MES    TO WS-ORC-SINAL-MES.
           MOVE WS-TC-REAL-MES   TO WS-REAL-MES.
           MOVE WS-TC-ORC-ACUM   TO WS-ORC-SINAL-ACUM.
           MOVE WS-TC-REAL-ACUM  TO WS-REAL-ACUM.
           PERFORM IMPRIMIR-TOTAL.
           ADD WS-TC-ORC-MES     TO WS-TG-ORC-MES.
           ADD WS-TC-REAL-MES    TO WS-TG-REAL-MES.
           ADD WS-TC-ORC-ACUM    TO WS-TG-ORC-ACUM.
           ADD WS-TC-REAL-ACUM   TO WS-TG-REAL-ACUM.
      *
       IMPRIMIR-TOTAL.
           COMPUTE WS-VAR-MES  = WS-REAL-MES  - WS-ORC-SINAL-MES.
           COMPUTE WS-VAR-ACUM = WS-REAL-ACUM - WS-ORC-SINAL-ACUM.
           MOVE WS-VAR-MES        TO WS-PC-VARIACAO.
           MOVE WS-ORC-SINAL-MES  TO WS-PC-BASE.
           PERFORM CALCULAR-PERCENTUAL.
           MOVE WS-PC-RESULTADO   TO WS-TT-PCT-MES.
           MOVE WS-VAR-ACUM       TO WS-PC-VARIACAO.
           MOVE WS-ORC-SINAL-ACUM TO WS-PC-BASE.
           PERFORM CALCULAR-PERCENTUAL.
           MOVE WS-PC-RESULTADO   TO WS-TT-PCT-ACUM.
           MOVE WS-ORC-SINAL-MES  TO WS-TT-ORC-MES.
           MOVE WS-REAL-MES       TO WS-TT-REAL-MES.
           MOVE WS-VAR-MES        TO WS-TT-VAR-MES.
           MOVE WS-ORC-SINAL-ACUM TO WS-TT-ORC-ACUM.
           MOVE WS-REAL-ACUM      TO WS-TT-REAL-ACUM.
           MOVE WS-VAR-ACUM       TO WS-TT-VAR-ACUM.
           MOVE WS-TOTAL-LINE     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * ONE ORCEXC LINE PER FLAGGED BUDGET LINE, WITH THE PERCENT OF
      * THE YEAR TO DATE WHEN THAT IS OVER, ELSE OF THE MONTH.
       GRAVAR-ESTOURO.
           ADD 1 TO WS-QTD-ESTOUROS.
           MOVE WS-OR-CC(WS-L)    TO WS-CX-CC.
           MOVE WS-OR-CONTA(WS-L) TO WS-CX-CONTA.
           MOVE WS-CHAVE-EXCECAO  TO WS-EX-CHAVE.
           EVALUATE TRUE
             WHEN WS-ESTOURO-MES IS EQUAL TO 'S' AND
                  WS-ESTOURO-ACUM IS EQUAL TO 'S'
               MOVE 'ACIMA DO ORCAMENTO NO MES E NO ACUMULADO'
                 TO WS-EX-LIT
               MOVE WS-PCT-ACUM TO WS-EX-PCT
             WHEN WS-ESTOURO-ACUM IS EQUAL TO 'S'
               MOVE 'ACIMA DO ORCAMENTO NO ACUMULADO DO ANO'
                 TO WS-EX-LIT
               MOVE WS-PCT-ACUM TO WS-EX-PCT
             WHEN OTHER
               MOVE 'ACIMA DO ORCAMENTO NO MES'
                 TO WS-EX-LIT
               MOVE WS-PCT-MES  TO WS-EX-PCT
           END-EVALUATE.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST WRITTEN - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE WS-EX-CHAVE TO WS-EXL-CHAVE.
           MOVE WS-EX-LIT TO WS-EXL-MOTIVO.
           CALL 'EXCLOG' USING WS-EXL-PROGRAMA
                               WS-EXL-ARQUIVO
                               WS-EXL-CHAVE
                               WS-EXL-MOTIVO
                               WS-EXL-SEVERIDADE
           END-CALL.
      *
      * THE CONTROL TOTAL IS THE YEAR-TO-DATE ACTUAL LISTED, DEBIT
      * MINUS CREDIT.
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LINHAS DE ORCAMENTO LISTADAS:'     TO WS-RQ-LIT.
           MOVE WS-QTD-LINHAS                       TO WS-RQ-QTD.
           MOVE WS-RESUMO-QTD-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LINHAS ACIMA DO ORCAMENTO (ORCEXC):' TO WS-RQ-LIT.
           MOVE WS-QTD-ESTOUROS                     TO WS-RQ-QTD.
           MOVE WS-RESUMO-QTD-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CONTAS MOVIMENTADAS SEM ORCAMENTO NO ANO:'
                                                    TO WS-RQ-LIT.
           MOVE WS-QTD-SEM-ORCAMENTO                TO WS-RQ-QTD.
           MOVE WS-RESUMO-QTD-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'MOVIMENTO SEM DETALHE POR CC - MES:' TO WS-RS-LIT.
           MOVE WS-TOT-SEM-CC-MES                   TO WS-RS-VALOR.
           MOVE WS-RESUMO-LINE                      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'MOVIMENTO SEM DETALHE POR CC - ACUMULADO:'
                                                    TO WS-RS-LIT.
           MOVE WS-TOT-SEM-CC-ACUM                  TO WS-RS-VALOR.
           MOVE WS-RESUMO-LINE                      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-TG-REAL-ACUM  TO WS-CONTROL-TOT.
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-BUD-AUSENTE IS NOT EQUAL TO 'S'
             CLOSE BUDGET-FILE
           END-IF.
           IF WS-BCC-AUSENTE IS NOT EQUAL TO 'S'
             CLOSE BALANCE-CC-FILE
           END-IF.
           CLOSE BALANCE-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYPRMPD.
           COPY CPYFILCHK.
