      *                MOVEMENTS), THE TABLE GREW FROM 200 TO 1000     *
      *                ROWS AND THE LOOKUP BINARY-SEARCHES TO THE KEY  *
      *                THEN WALKS ITS EQUAL-KEY GROUP.                 *
      * 2026-10-15 JM  LOAN-REC NOW CARRIES THE BORROWER'S CUST-NUMERO *
      *                AND THE CONTRACT DATE, WRITTEN BY THE EXERC088  *
      *                ORIGINATION RUN THAT NOW ADDS APPROVED LOANS TO *
      *                LOANFILE. THE SCHEDULE ITSELF IS UNCHANGED.     *
      * 2026-10-15 JM  A LOAN WITH A CONTRACT DATE NOW RUNS ITS        *
      *                SCHEDULE FROM THE MONTH AFTER SIGNING INSTEAD   *
      *                OF FROM THE RUN MONTH, AND ONLY THE MONTHS      *
      *                ALREADY ELAPSED ARE CHECKED FOR ARREARS. EVERY  *
      *                INSTALLMENT OF SUCH A LOAN IS WRITTEN TO THE    *
      *                NEW LOANSCHD EXTRACT (INSTALLMENT NUMBER,       *
      *                AAAAMM, AMOUNT DUE, OPENING BALANCE) THAT THE   *
      *                EXERC089 BORROWER BILLING PICKS THE MONTH'S     *
      *                INSTALLMENT FROM. LOANS WITHOUT A CONTRACT DATE *
      *                BEHAVE AS BEFORE.                               *
      * 2026-10-15 JM  LOANSCHD ALSO CARRIES THE MONTH'S INTEREST AND  *
      *                CLOSING BALANCE FOR THE EXERC091 MONTH-END LOAN *
      *                PROVISIONING.                                   *
      * 2026-10-15 JM  LOAN-REC CARRIES THE SITUATION, RESTRUCTURED    *
      *                FLAG, ORIGINAL LOAN-ID AND INSTALLMENTS BEHIND  *
      *                AT RENEGOTIATION SET BY THE EXERC092            *
      *                RENEGOTIATION. A CLOSED LOAN ('E') GETS NO      *
      *                SCHEDULE; A RESTRUCTURED LOAN BACK IN ARREARS   *
      *                IS MARKED REESTRUTURADO ON ARREARPT AND         *
      *                REPORTED ON LOANEXC. THE PENALTY AND MORA PART  *
      *                OF THE ARREARS IS KEPT APART AND WRITTEN TO     *
      *                COLLEXT AS COL-VALOR-ENCARGOS.                  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC010.
           SELECT COLLECT-FILE    ASSIGN TO COLLEXT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-COLL-STATUS.
      *
           SELECT SCHEDULE-FILE   ASSIGN TO LOANSCHD
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SCHD-STATUS.
      *
           SELECT REPORT-FILE     ASSIGN TO LOANRPT
                                   ORGANIZATION IS LINE SEQUENTIAL
           05  LOAN-CAPITAL       PIC 9(08)V9(02).
           05  LOAN-MESES         PIC 9(02).
           05  LOAN-PRODUTO       PIC X(04).
           05  LOAN-CLIENTE       PIC 9(06).
           05  LOAN-DATA-CONTRATO PIC 9(08).
           05  LOAN-SITUACAO      PIC X(01).
               88  LOAN-ENCERRADO     VALUE 'E'.
           05  LOAN-REESTRUTURADO PIC X(01).
               88  LOAN-RENEGOCIADO   VALUE 'S'.
           05  LOAN-ID-ORIGEM     PIC 9(06).
           05  LOAN-PARC-ORIGEM   PIC 9(02).
      *
       FD  RATE-FILE.
       01  RATE-REC.
           05  COL-LOAN-ID        PIC 9(06).
           05  COL-PARCELAS       PIC 9(02).
           05  COL-VALOR-ATRASO   PIC 9(08)V9(02).
           05  COL-VALOR-ENCARGOS PIC 9(08)V9(02).
      *
      * ONE ROW PER SCHEDULE MONTH OF EVERY LOAN WITH A CONTRACT
      * DATE - THE INSTALLMENT PROGRAMMED FOR THAT CALENDAR MONTH.
       FD  SCHEDULE-FILE.
       01  SCH-REC.
           05  SCH-LOAN-ID        PIC 9(06).
           05  SCH-MES            PIC 9(02).
           05  SCH-ANO-MES        PIC 9(06).
           05  SCH-PARCELA        PIC 9(08)V9(02).
           05  SCH-SALDO-ABERTURA PIC 9(08)V9(02).
           05  SCH-JUROS          PIC 9(08)V9(02).
           05  SCH-SALDO-FECHAMENTO PIC 9(08)V9(02).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
       01  WS-LCTL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ARR-STATUS          PIC X(02) VALUE SPACES.
       01  WS-COLL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-SCHD-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
       01  WS-AMORT-LINEAR        PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-FALTA-MES           PIC S9(08)V9(02) VALUE ZEROES.
       01  WS-SALDO-ATRASO        PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-ENCARGOS-ATRASO     PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-ENCARGOS-CALC       PIC S9(08)V9(02) VALUE ZEROES.
       01  WS-MORA-MES            PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-MULTA-MES           PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-PARCELAS-ATRASO     PIC 9(02) VALUE ZEROES.
       01  WS-QTD-INADIMPLENTES   PIC 9(05) VALUE ZEROES.
      *
      * A LOAN WITH A CONTRACT DATE STARTS ITS SCHEDULE THE MONTH
      * AFTER SIGNING, AND ONLY THE INSTALLMENTS OF MONTHS ALREADY
      * GONE BY ARE CHECKED FOR ARREARS. A LOAN WITHOUT ONE KEEPS
      * THE RUN-MONTH ANCHOR AND IS CHECKED OVER ITS WHOLE TERM.
       01  WS-MES-LIMITE-ATRASO   PIC S9(05) VALUE ZEROES.
       01  WS-IDX-CONTRATO        PIC 9(06) VALUE ZEROES.
       01  WS-IDX-RUN             PIC 9(06) VALUE ZEROES.
       01  WS-CONTRATO-DATA       PIC 9(08) VALUE ZEROES.
       01  WS-CONTRATO-DATA-R REDEFINES WS-CONTRATO-DATA.
           05  WS-CONTRATO-AAAA   PIC 9(04).
           05  WS-CONTRATO-MM     PIC 9(02).
           05  WS-CONTRATO-DD     PIC 9(02).
      *
      * TABELA PRICE STATE - THE FIXED INSTALLMENT IS COMPUTED FROM
      * CAPITAL, THE RATE IN FORCE AT MONTH 1 AND LOAN-MESES VIA THE
      * COMPOUND FACTOR (1+i)^n BUILT BY REPEATED MULTIPLICATION.
           05  WS-AR-VALOR        COPY CPYAMT.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-AR-FAIXA        PIC X(16).
           05  WS-AR-REESTR       PIC X(13).
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           MOVE WS-COLL-STATUS  TO WS-FILE-STATUS.
           MOVE 'COLLECT-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT SCHEDULE-FILE.
           MOVE WS-SCHD-STATUS  TO WS-FILE-STATUS.
           MOVE 'SCHEDULE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC010'               TO RP-HDR-PROGRAM.
           MOVE 'AGING DE INADIMPLENCIA' TO RP-HDR-TITLE.
           MOVE 'LOAN-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-LOAN IS NOT EQUAL TO 'Y' AND
              NOT LOAN-ENCERRADO
             ADD 1 TO WS-RECS-READ
             PERFORM LOCALIZAR-TAXA
             IF WS-TAXA-ACHADA IS EQUAL TO 'S'
       GERAR-CRONOGRAMA.
           MOVE LOAN-CAPITAL TO WS-SALDO-FECHAMENTO.
           MOVE 'N' TO WS-LIQUIDADO.
           PERFORM ANCORAR-CRONOGRAMA.
           MOVE ZEROES TO WS-SALDO-ATRASO.
           MOVE ZEROES TO WS-ENCARGOS-ATRASO.
           MOVE ZEROES TO WS-PARCELAS-ATRASO.
           COMPUTE WS-AMORT-LINEAR ROUNDED =
                   LOAN-CAPITAL / LOAN-MESES.
                 MOVE WS-SALDO-CALC TO WS-SALDO-FECHAMENTO
               END-IF
             END-IF
             PERFORM CALCULAR-PARCELA-PROGRAMADA
             PERFORM GRAVAR-PARCELA-CRONOGRAMA
             IF WS-LIQUIDADO IS NOT EQUAL TO 'S' AND
                WS-MES IS NOT GREATER THAN WS-MES-LIMITE-ATRASO
               PERFORM COMPUTAR-ATRASO-MES
             END-IF
             PERFORM IMPRIMIR-LINHA-CRONOGRAMA
      *
           PERFORM RELATAR-INADIMPLENCIA.
      *
           IF WS-LIQUIDADO IS NOT EQUAL TO 'S' AND
              WS-MES-LIMITE-ATRASO IS NOT LESS THAN LOAN-MESES
             MOVE 'SALDO NAO LIQUIDADO AO FINAL DO PRAZO'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
      * PENALTY AND JOINS THE ARREARS BALANCE, WHICH ACCRUES MORA
      * EVERY MONTH IT STAYS OPEN. A SURPLUS PAYMENT PAYS ARREARS
      * DOWN FIRST.
      * THE PENALTY AND MORA PART OF THE ARREARS IS KEPT APART ON
      * WS-ENCARGOS-ATRASO FOR A RENEGOTIATION TO FORGIVE; A SURPLUS
      * PAYMENT SETTLES THOSE CHARGES BEFORE THE SHORTFALLS.
       COMPUTAR-ATRASO-MES.
           IF WS-SALDO-ATRASO IS GREATER THAN ZEROES
             COMPUTE WS-MORA-MES ROUNDED =
                     WS-SALDO-ATRASO * WS-MORA-PCT / 100
             ADD WS-MORA-MES TO WS-SALDO-ATRASO
             ADD WS-MORA-MES TO WS-ENCARGOS-ATRASO
           END-IF.
      *
           COMPUTE WS-FALTA-MES =
                   WS-PARCELA-PROGRAMADA - WS-PAGAMENTO.
      *
           IF WS-FALTA-MES IS GREATER THAN ZEROES
             ADD 1 TO WS-PARCELAS-ATRASO
             COMPUTE WS-MULTA-MES ROUNDED =
                     WS-FALTA-MES * WS-MULTA-PCT / 100
             COMPUTE WS-SALDO-ATRASO =
                     WS-SALDO-ATRASO + WS-FALTA-MES + WS-MULTA-MES
             ADD WS-MULTA-MES TO WS-ENCARGOS-ATRASO
           ELSE
             IF WS-FALTA-MES IS LESS THAN ZEROES AND
                WS-SALDO-ATRASO IS GREATER THAN ZEROES
               IF WS-SALDO-ATRASO IS LESS THAN ZEROES
                 MOVE ZEROES TO WS-SALDO-ATRASO
               END-IF
               COMPUTE WS-ENCARGOS-CALC =
                       WS-ENCARGOS-ATRASO + WS-FALTA-MES
               IF WS-ENCARGOS-CALC IS LESS THAN ZEROES
                 MOVE ZEROES TO WS-ENCARGOS-ATRASO
               ELSE
                 MOVE WS-ENCARGOS-CALC TO WS-ENCARGOS-ATRASO
               END-IF
               IF WS-SALDO-ATRASO IS EQUAL TO ZEROES
                 MOVE ZEROES TO WS-PARCELAS-ATRASO
                 MOVE ZEROES TO WS-ENCARGOS-ATRASO
               END-IF
             END-IF
           END-IF.
      *
       CALCULAR-PARCELA-PROGRAMADA.
           IF WS-METODO-PRICE
             MOVE WS-PARCELA-FIXA TO WS-PARCELA-PROGRAMADA
           ELSE
             COMPUTE WS-PARCELA-PROGRAMADA =
                     WS-AMORT-LINEAR + WS-JUROS
           END-IF.
      *
      * THE MONTHLY BILLING (EXERC089) PICKS THE ROW OF ITS CALENDAR
      * MONTH. A LOAN WITHOUT A CONTRACT DATE HAS NO FIXED CALENDAR
      * AND IS NOT EXTRACTED.
       GRAVAR-PARCELA-CRONOGRAMA.
           IF LOAN-DATA-CONTRATO IS GREATER THAN ZEROES
             MOVE LOAN-ID               TO SCH-LOAN-ID
             MOVE WS-MES                TO SCH-MES
             MOVE WS-CAL-ANO-MES        TO SCH-ANO-MES
             MOVE WS-PARCELA-PROGRAMADA TO SCH-PARCELA
             MOVE WS-SALDO-ABERTURA     TO SCH-SALDO-ABERTURA
             MOVE WS-JUROS              TO SCH-JUROS
             MOVE WS-SALDO-FECHAMENTO   TO SCH-SALDO-FECHAMENTO
             WRITE SCH-REC
             MOVE WS-SCHD-STATUS  TO WS-FILE-STATUS
             MOVE 'SCHEDULE-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      * MONTH 1 OF THE SCHEDULE IS THE MONTH AFTER THE CONTRACT WAS
      * SIGNED; INSTALLMENT K IS OVERDUE ONCE ITS CALENDAR MONTH IS
      * BEHIND THE RUN MONTH.
       ANCORAR-CRONOGRAMA.
           IF LOAN-DATA-CONTRATO IS GREATER THAN ZEROES
             MOVE LOAN-DATA-CONTRATO TO WS-CONTRATO-DATA
             MOVE WS-CONTRATO-AAAA   TO WS-CAL-AAAA
             MOVE WS-CONTRATO-MM     TO WS-CAL-MM
             PERFORM AVANCAR-MES-CALENDARIO
             COMPUTE WS-IDX-CONTRATO =
                     (WS-CONTRATO-AAAA * 12) + WS-CONTRATO-MM
             COMPUTE WS-IDX-RUN =
                     (WS-RUN-YYYY * 12) + WS-RUN-MM
             COMPUTE WS-MES-LIMITE-ATRASO =
                     WS-IDX-RUN - WS-IDX-CONTRATO - 1
           ELSE
             MOVE WS-RUN-YYYY TO WS-CAL-AAAA
             MOVE WS-RUN-MM   TO WS-CAL-MM
             MOVE LOAN-MESES  TO WS-MES-LIMITE-ATRASO
           END-IF.
      *
       RELATAR-INADIMPLENCIA.
           IF WS-SALDO-ATRASO IS GREATER THAN ZEROES
               WHEN OTHER
                 MOVE '3+ PARCELAS    ' TO WS-AR-FAIXA
             END-EVALUATE
             MOVE SPACES TO WS-AR-REESTR
             IF LOAN-RENEGOCIADO
               MOVE 'REESTRUTURADO' TO WS-AR-REESTR
               MOVE 'REESTRUTURADO DE NOVO EM ATRASO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
             MOVE WS-ARR-DETAIL-LINE TO ARREARS-REPORT-LINE
             PERFORM GRAVAR-LINHA-ARREARS
      *
             MOVE LOAN-ID            TO COL-LOAN-ID
             MOVE WS-PARCELAS-ATRASO TO COL-PARCELAS
             MOVE WS-SALDO-ATRASO    TO COL-VALOR-ATRASO
             MOVE WS-ENCARGOS-ATRASO TO COL-VALOR-ENCARGOS
             WRITE COL-REC
             MOVE WS-COLL-STATUS TO WS-FILE-STATUS
             MOVE 'COLLECT-FILE' TO WS-FILE-ID
       GERAR-CRONOGRAMA-PRICE.
           MOVE LOAN-CAPITAL TO WS-SALDO-FECHAMENTO.
           MOVE 'N' TO WS-LIQUIDADO.
           PERFORM ANCORAR-CRONOGRAMA.
           MOVE ZEROES TO WS-SALDO-ATRASO.
           MOVE ZEROES TO WS-ENCARGOS-ATRASO.
           MOVE ZEROES TO WS-PARCELAS-ATRASO.
      *
           PERFORM LOCALIZAR-TAXA-MES.
               MOVE WS-SALDO-CALC TO WS-SALDO-FECHAMENTO
             END-IF
             PERFORM LOCALIZAR-APORTE
             PERFORM CALCULAR-PARCELA-PROGRAMADA
             PERFORM GRAVAR-PARCELA-CRONOGRAMA
             IF WS-MES IS NOT GREATER THAN WS-MES-LIMITE-ATRASO
               PERFORM COMPUTAR-ATRASO-MES
             END-IF
             MOVE WS-AMORTIZACAO TO WS-APORTE
             PERFORM IMPRIMIR-LINHA-CRONOGRAMA
           END-PERFORM.
           CLOSE EXCEPT-FILE.
           CLOSE ARREARS-REPORT.
           CLOSE COLLECT-FILE.
           CLOSE SCHEDULE-FILE.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
      * CARRIES WHATEVER RETURN CODE THE RUN IS ENDING WITH.
