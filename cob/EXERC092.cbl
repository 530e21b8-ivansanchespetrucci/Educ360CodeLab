      ******************************************************************
      * FILE NAME   : EXERC092                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : LOAN RENEGOTIATION. EACH RENGTRN TRANSACTION     *
      *               (LOAN-ID, NEW TERM, DOWN PAYMENT, PERCENTAGE OF  *
      *               THE PENALTY AND MORA FORGIVEN) CLOSES A LOAN IN  *
      *               ARREARS AND OPENS A LINKED NEW ONE FOR THE       *
      *               BALANCE STILL OWED: THE CLOSING BALANCE OF THE   *
      *               LAST MONTH ELAPSED ON THE EXERC010 LOANSCHD      *
      *               EXTRACT, PLUS THE INSTALLMENTS IN ARREARS ON     *
      *               COLLEXT, PLUS THE PENALTY AND MORA NOT FORGIVEN, *
      *               LESS THE DOWN PAYMENT. THE NEW LOAN KEEPS THE    *
      *               PRODUCT AND THE BORROWER, IS DATED TODAY SO THE  *
      *               NEXT EXERC010 RUN GIVES IT A FRESH SCHEDULE, AND *
      *               IS FLAGGED RESTRUCTURED WITH THE ORIGINAL        *
      *               LOAN-ID AND THE INSTALLMENTS THEN BEHIND.        *
      *               LOANFILE IS REWRITTEN ON LOANNEW WITH THE        *
      *               ORIGINAL CLOSED ('E') AND THE NEW LOANS AT THE   *
      *               END; RENRPT LISTS EVERY RENEGOTIATION WITH THE   *
      *               AMOUNT FORGIVEN.                                 *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - A BORROWER IN ARREARS WHO       *
      *                AGREED NEW TERMS COULD ONLY BE LEFT DELINQUENT  *
      *                OR DELETED FROM LOANFILE. A TRANSACTION FOR A   *
      *                LOAN NOT ON FILE, ALREADY CLOSED, WITHOUT A     *
      *                CONTRACT DATE, NOT IN ARREARS, REPEATED IN THE  *
      *                SAME RUN, OR WHOSE DOWN PAYMENT COVERS THE      *
      *                WHOLE DEBT GOES TO RENEXC AND CHANGES NOTHING.  *
      *                A RERUN FINDS THE ORIGINAL ALREADY CLOSED.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC092.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RENEG-FILE     ASSIGN TO RENGTRN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-REN-STATUS.
      *
           SELECT LOAN-FILE      ASSIGN TO LOANFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-LOAN-STATUS.
      *
           SELECT LOAN-NEW       ASSIGN TO LOANNEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-LNEW-STATUS.
      *
           SELECT SCHEDULE-FILE  ASSIGN TO LOANSCHD
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-SCHD-STATUS.
      *
           SELECT COLLECT-FILE   ASSIGN TO COLLEXT
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-COLL-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO RENRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO RENEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER RENEGOTIATION AGREED BY THE LOAN DESK.
       FD  RENEG-FILE.
       01  REN-REC.
           05  REN-LOAN-ID        PIC 9(06).
           05  REN-MESES          PIC 9(02).
           05  REN-ENTRADA        PIC 9(08)V9(02).
           05  REN-PCT-PERDAO     PIC 9(03)V9(02).
      *
      * SAME LAYOUT EXERC010 READS.
       FD  LOAN-FILE.
       01  LOAN-REC.
           05  LOAN-ID            PIC 9(06).
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
       FD  LOAN-NEW.
       01  LNEW-REC               PIC X(46).
      *
      * SAME LAYOUT EXERC010 WRITES - ONE ROW PER INSTALLMENT.
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
      * SAME LAYOUT EXERC010 WRITES.
       FD  COLLECT-FILE.
       01  COL-REC.
           05  COL-LOAN-ID        PIC 9(06).
           05  COL-PARCELAS       PIC 9(02).
           05  COL-VALOR-ATRASO   PIC 9(08)V9(02).
           05  COL-VALOR-ENCARGOS PIC 9(08)V9(02).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-REN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-LOAN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-LNEW-STATUS         PIC X(02) VALUE SPACES.
       01  WS-SCHD-STATUS         PIC X(02) VALUE SPACES.
       01  WS-COLL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-REN             PIC X(01) VALUE 'N'.
       01  WS-EOF-LOAN            PIC X(01) VALUE 'N'.
       01  WS-EOF-SCHD            PIC X(01) VALUE 'N'.
       01  WS-EOF-COLL            PIC X(01) VALUE 'N'.
      *
      * THE LAST MONTH WHOSE INSTALLMENT HAS FALLEN DUE - THE MONTH
      * BEFORE THE RUN MONTH, AS EXERC010 COUNTS IT.
       01  WS-MES-ANTERIOR        PIC 9(06) VALUE ZEROES.
       01  WS-MES-ANTERIOR-R REDEFINES WS-MES-ANTERIOR.
           05  WS-ANT-AAAA        PIC 9(04).
           05  WS-ANT-MM          PIC 9(02).
      *
      * THE RUN'S TRANSACTIONS, WITH WHAT LOANSCHD AND COLLEXT SAY OF
      * EACH LOAN AND THE AMOUNTS WORKED OUT FOR IT. SITUACAO 'P' IS
      * WAITING FOR ITS LOAN ON LOANFILE, 'A' ACCEPTED, 'R' REJECTED.
       01  WS-TRN-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-TRN-TAB.
           05  WS-TRN-ENTRY OCCURS 500 TIMES.
               10  WS-TRN-LOAN-ID     PIC 9(06).
               10  WS-TRN-MESES       PIC 9(02).
               10  WS-TRN-ENTRADA     PIC 9(08)V9(02).
               10  WS-TRN-PCT         PIC 9(03)V9(02).
               10  WS-TRN-SITUACAO    PIC X(01).
               10  WS-TRN-SCH-ANO-MES PIC 9(06).
               10  WS-TRN-SCH-SALDO   PIC 9(08)V9(02).
               10  WS-TRN-COL-PARCELAS PIC 9(02).
               10  WS-TRN-COL-ATRASO  PIC 9(08)V9(02).
               10  WS-TRN-COL-ENCARGOS PIC 9(08)V9(02).
               10  WS-TRN-PRODUTO     PIC X(04).
               10  WS-TRN-CLIENTE     PIC 9(06).
               10  WS-TRN-PARC-ORIGEM PIC 9(02).
               10  WS-TRN-SALDO       PIC 9(08)V9(02).
               10  WS-TRN-ENCARGOS    PIC 9(08)V9(02).
               10  WS-TRN-PERDAO      PIC 9(08)V9(02).
               10  WS-TRN-NOVO-CAPITAL PIC 9(08)V9(02).
      *
       01  WS-I                   PIC 9(03) VALUE ZEROES.
       01  WS-T                   PIC 9(03) VALUE ZEROES.
       01  WS-ACHOU-TRN           PIC 9(03) VALUE ZEROES.
       01  WS-ULTIMO-LOAN-ID      PIC 9(06) VALUE ZEROES.
       01  WS-NOVO-CALC           PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-PRINCIPAL-ATRASO    PIC 9(08)V9(02) VALUE ZEROES.
      *
       01  WS-QTD-TRANSACOES      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-RENEGOCIADOS    PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADOS      PIC 9(05) VALUE ZEROES.
       01  WS-TOT-SALDO           PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-ENCARGOS        PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-PERDAO          PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-ENTRADA         PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-NOVO-CAPITAL    PIC 9(10)V9(02) VALUE ZEROES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'ORIGEM'.
           05  FILLER             PIC X(08) VALUE 'NOVO'.
           05  FILLER             PIC X(04) VALUE 'MES'.
           05  FILLER             PIC X(14) VALUE ' SALDO DEVEDOR'.
           05  FILLER             PIC X(14) VALUE '     ENCARGOS'.
           05  FILLER             PIC X(14) VALUE '     PERDOADO'.
           05  FILLER             PIC X(14) VALUE '      ENTRADA'.
           05  FILLER             PIC X(14) VALUE ' NOVO CAPITAL'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-ORIGEM       PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOVO         PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-MESES        PIC Z9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-SALDO        COPY CPYAMT.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-ENCARGOS     COPY CPYAMT.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-PERDAO       COPY CPYAMT.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-ENTRADA      COPY CPYAMT.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-NOVO-CAPITAL COPY CPYAMT.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(36).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-LOAN-ID      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-MESES        PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-LIT          PIC X(45) VALUE SPACES.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE
                                  PIC 9(08).
       01  WS-RUN-DATE-EDIT       PIC X(10).
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
           PERFORM COPIAR-EMPRESTIMO
             WITH TEST AFTER
             UNTIL WS-EOF-LOAN IS EQUAL TO 'Y'.
      *
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-TRN-COUNT
             PERFORM CONCLUIR-TRANSACAO
           END-PERFORM.
      *
           PERFORM FINALIZAR.
      *
           GOBACK.
      *
       INICIALIZAR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
      *
           MOVE WS-RUN-YYYY TO WS-ANT-AAAA.
           MOVE WS-RUN-MM   TO WS-ANT-MM.
           IF WS-ANT-MM IS EQUAL TO 01
             SUBTRACT 1 FROM WS-ANT-AAAA
             MOVE 12 TO WS-ANT-MM
           ELSE
             SUBTRACT 1 FROM WS-ANT-MM
           END-IF.
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
           OPEN INPUT  RENEG-FILE.
           MOVE WS-REN-STATUS  TO WS-FILE-STATUS.
           MOVE 'RENEG-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-TRANSACAO
             WITH TEST AFTER
             UNTIL WS-EOF-REN IS EQUAL TO 'Y'.
           CLOSE RENEG-FILE.
      *
           PERFORM CARREGAR-CRONOGRAMA.
           PERFORM CARREGAR-ATRASOS.
      *
           OPEN INPUT  LOAN-FILE.
           MOVE WS-LOAN-STATUS TO WS-FILE-STATUS.
           MOVE 'LOAN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT LOAN-NEW.
           MOVE WS-LNEW-STATUS TO WS-FILE-STATUS.
           MOVE 'LOAN-NEW'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC092'                    TO RP-HDR-PROGRAM.
           MOVE 'RENEGOCIACAO DE EMPRESTIMOS' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A TRANSACTION THAT CANNOT BE READ OR REPEATS A LOAN ALREADY
      * IN THIS RUN IS REJECTED HERE; THE REST WAIT FOR THEIR LOAN.
       LER-TRANSACAO.
           READ RENEG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-REN
           END-READ.
           MOVE WS-REN-STATUS  TO WS-FILE-STATUS.
           MOVE 'RENEG-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-REN IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-TRANSACOES
             PERFORM VALIDAR-TRANSACAO
             IF WS-EX-LIT IS EQUAL TO SPACES
               PERFORM GUARDAR-TRANSACAO
             ELSE
               ADD 1 TO WS-QTD-REJEITADOS
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
       VALIDAR-TRANSACAO.
           MOVE SPACES      TO WS-EX-LIT.
           MOVE REN-LOAN-ID TO WS-EX-LOAN-ID.
           MOVE REN-MESES   TO WS-EX-MESES.
           MOVE ZEROES      TO WS-EX-VALOR.
           MOVE ZEROES      TO WS-ACHOU-TRN.
      *
           IF REN-REC IS NOT NUMERIC
             MOVE 'TRANSACAO COM CAMPO NAO NUMERICO' TO WS-EX-LIT
           ELSE
             MOVE REN-ENTRADA TO WS-EX-VALOR
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-TRN-COUNT
               IF WS-TRN-LOAN-ID(WS-I) IS EQUAL TO REN-LOAN-ID
                 MOVE WS-I TO WS-ACHOU-TRN
                 MOVE WS-TRN-COUNT TO WS-I
               END-IF
             END-PERFORM
             EVALUATE TRUE
               WHEN REN-MESES IS EQUAL TO ZEROES
                 MOVE 'NOVO PRAZO ZERADO' TO WS-EX-LIT
               WHEN REN-PCT-PERDAO IS GREATER THAN 100
                 MOVE 'PERDAO ACIMA DE 100%' TO WS-EX-LIT
               WHEN WS-ACHOU-TRN IS GREATER THAN ZEROES
                 MOVE 'EMPRESTIMO REPETIDO NA MESMA RODADA'
                   TO WS-EX-LIT
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *
       GUARDAR-TRANSACAO.
           IF WS-TRN-COUNT IS NOT LESS THAN 500
             DISPLAY 'EXERC092 - MAIS DE 500 RENEGOCIACOES NO '
                     'RENGTRN - RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-TRN-COUNT.
           INITIALIZE WS-TRN-ENTRY(WS-TRN-COUNT).
           MOVE REN-LOAN-ID    TO WS-TRN-LOAN-ID(WS-TRN-COUNT).
           MOVE REN-MESES      TO WS-TRN-MESES(WS-TRN-COUNT).
           MOVE REN-ENTRADA    TO WS-TRN-ENTRADA(WS-TRN-COUNT).
           MOVE REN-PCT-PERDAO TO WS-TRN-PCT(WS-TRN-COUNT).
           MOVE 'P'            TO WS-TRN-SITUACAO(WS-TRN-COUNT).
      *
      * THE CLOSING BALANCE OF THE LATEST INSTALLMENT ALREADY DUE.
      * NO SUCH ROW MEANS THE FIRST INSTALLMENT IS STILL TO COME.
       CARREGAR-CRONOGRAMA.
           OPEN INPUT  SCHEDULE-FILE.
           MOVE WS-SCHD-STATUS  TO WS-FILE-STATUS.
           MOVE 'SCHEDULE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-CRONOGRAMA
             WITH TEST AFTER
             UNTIL WS-EOF-SCHD IS EQUAL TO 'Y'.
           CLOSE SCHEDULE-FILE.
      *
       LER-CRONOGRAMA.
           READ SCHEDULE-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SCHD
           END-READ.
           MOVE WS-SCHD-STATUS  TO WS-FILE-STATUS.
           MOVE 'SCHEDULE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-SCHD IS NOT EQUAL TO 'Y' AND
              SCH-ANO-MES IS NOT GREATER THAN WS-MES-ANTERIOR
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-TRN-COUNT
               IF WS-TRN-LOAN-ID(WS-I) IS EQUAL TO SCH-LOAN-ID AND
                  SCH-ANO-MES IS GREATER THAN WS-TRN-SCH-ANO-MES(WS-I)
                 MOVE SCH-ANO-MES TO WS-TRN-SCH-ANO-MES(WS-I)
                 MOVE SCH-SALDO-FECHAMENTO TO WS-TRN-SCH-SALDO(WS-I)
               END-IF
             END-PERFORM
           END-IF.
      *
      * COLLEXT(0) IS THE ARREARS EXTRACT OF THE LAST EXERC010 RUN.
      * NO GENERATION YET (STATUS 35) MEANS NO LOAN IS IN ARREARS.
       CARREGAR-ATRASOS.
           OPEN INPUT COLLECT-FILE.
           MOVE WS-COLL-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'COLLECT-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-ATRASO
               WITH TEST AFTER
               UNTIL WS-EOF-COLL IS EQUAL TO 'Y'
             CLOSE COLLECT-FILE
           END-IF.
      *
       LER-ATRASO.
           READ COLLECT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-COLL
           END-READ.
           MOVE WS-COLL-STATUS TO WS-FILE-STATUS.
           MOVE 'COLLECT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-COLL IS NOT EQUAL TO 'Y'
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-TRN-COUNT
               IF WS-TRN-LOAN-ID(WS-I) IS EQUAL TO COL-LOAN-ID
                 MOVE COL-PARCELAS     TO WS-TRN-COL-PARCELAS(WS-I)
                 MOVE COL-VALOR-ATRASO TO WS-TRN-COL-ATRASO(WS-I)
                 MOVE COL-VALOR-ENCARGOS
                   TO WS-TRN-COL-ENCARGOS(WS-I)
                 MOVE WS-TRN-COUNT TO WS-I
               END-IF
             END-PERFORM
           END-IF.
      *
      * EVERY LOAN IS COPIED TO LOANNEW; ONE BEING RENEGOTIATED GOES
      * OUT CLOSED.
       COPIAR-EMPRESTIMO.
           READ LOAN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-LOAN
           END-READ.
           MOVE WS-LOAN-STATUS TO WS-FILE-STATUS.
           MOVE 'LOAN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-LOAN IS NOT EQUAL TO 'Y'
             IF LOAN-ID IS GREATER THAN WS-ULTIMO-LOAN-ID
               MOVE LOAN-ID TO WS-ULTIMO-LOAN-ID
             END-IF
             MOVE ZEROES TO WS-ACHOU-TRN
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-TRN-COUNT
               IF WS-TRN-LOAN-ID(WS-I) IS EQUAL TO LOAN-ID
                 MOVE WS-I TO WS-ACHOU-TRN
                 MOVE WS-TRN-COUNT TO WS-I
               END-IF
             END-PERFORM
             IF WS-ACHOU-TRN IS GREATER THAN ZEROES
               PERFORM RENEGOCIAR-EMPRESTIMO
             END-IF
             MOVE LOAN-REC TO LNEW-REC
             PERFORM GRAVAR-EMPRESTIMO
           END-IF.
      *
      * THE DEBT IS THE SCHEDULE BALANCE PLUS THE SHORTFALLS IN
      * ARREARS; THE PENALTY AND MORA ON TOP OF THEM ARE FORGIVEN BY
      * THE AGREED PERCENTAGE AND THE REST IS CAPITALIZED.
       RENEGOCIAR-EMPRESTIMO.
           MOVE WS-ACHOU-TRN           TO WS-T.
           MOVE SPACES                 TO WS-EX-LIT.
           MOVE LOAN-ID                TO WS-EX-LOAN-ID.
           MOVE WS-TRN-MESES(WS-T)     TO WS-EX-MESES.
           MOVE WS-TRN-ENTRADA(WS-T)   TO WS-EX-VALOR.
      *
           IF WS-TRN-SCH-ANO-MES(WS-T) IS EQUAL TO ZEROES
             MOVE LOAN-CAPITAL TO WS-TRN-SALDO(WS-T)
           ELSE
             MOVE WS-TRN-SCH-SALDO(WS-T) TO WS-TRN-SALDO(WS-T)
           END-IF.
           COMPUTE WS-PRINCIPAL-ATRASO =
                   WS-TRN-COL-ATRASO(WS-T) - WS-TRN-COL-ENCARGOS(WS-T).
           ADD WS-PRINCIPAL-ATRASO TO WS-TRN-SALDO(WS-T).
           MOVE WS-TRN-COL-ENCARGOS(WS-T) TO WS-TRN-ENCARGOS(WS-T).
           COMPUTE WS-TRN-PERDAO(WS-T) ROUNDED =
                   WS-TRN-ENCARGOS(WS-T) * WS-TRN-PCT(WS-T) / 100.
           COMPUTE WS-NOVO-CALC =
                   WS-TRN-SALDO(WS-T) + WS-TRN-ENCARGOS(WS-T)
                   - WS-TRN-PERDAO(WS-T) - WS-TRN-ENTRADA(WS-T).
      *
           EVALUATE TRUE
             WHEN LOAN-ENCERRADO
               MOVE 'EMPRESTIMO JA ENCERRADO' TO WS-EX-LIT
             WHEN LOAN-DATA-CONTRATO IS EQUAL TO ZEROES
               MOVE 'EMPRESTIMO SEM DATA DE CONTRATO' TO WS-EX-LIT
             WHEN WS-TRN-COL-ATRASO(WS-T) IS EQUAL TO ZEROES
               MOVE 'EMPRESTIMO SEM ATRASO NO COLLEXT' TO WS-EX-LIT
             WHEN WS-NOVO-CALC IS NOT GREATER THAN ZEROES
               MOVE 'ENTRADA COBRE A DIVIDA - QUITAR O EMPRESTIMO'
                 TO WS-EX-LIT
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
           IF WS-EX-LIT IS EQUAL TO SPACES
             MOVE 'A'           TO WS-TRN-SITUACAO(WS-T)
             MOVE WS-NOVO-CALC  TO WS-TRN-NOVO-CAPITAL(WS-T)
             MOVE LOAN-PRODUTO  TO WS-TRN-PRODUTO(WS-T)
             MOVE LOAN-CLIENTE  TO WS-TRN-CLIENTE(WS-T)
             MOVE WS-TRN-COL-PARCELAS(WS-T)
               TO WS-TRN-PARC-ORIGEM(WS-T)
             IF LOAN-RENEGOCIADO AND
                LOAN-PARC-ORIGEM IS GREATER THAN
                WS-TRN-PARC-ORIGEM(WS-T)
               MOVE LOAN-PARC-ORIGEM TO WS-TRN-PARC-ORIGEM(WS-T)
             END-IF
             MOVE 'E' TO LOAN-SITUACAO
           ELSE
             MOVE 'R' TO WS-TRN-SITUACAO(WS-T)
             ADD 1 TO WS-QTD-REJEITADOS
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
      * A TRANSACTION STILL WAITING NEVER FOUND ITS LOAN. AN ACCEPTED
      * ONE GETS THE NEXT LOAN-ID AND ITS NEW LOAN IS APPENDED.
       CONCLUIR-TRANSACAO.
           EVALUATE WS-TRN-SITUACAO(WS-T)
             WHEN 'P'
               MOVE WS-TRN-LOAN-ID(WS-T) TO WS-EX-LOAN-ID
               MOVE WS-TRN-MESES(WS-T)   TO WS-EX-MESES
               MOVE WS-TRN-ENTRADA(WS-T) TO WS-EX-VALOR
               MOVE 'EMPRESTIMO NAO CADASTRADO NO LOANFILE'
                 TO WS-EX-LIT
               ADD 1 TO WS-QTD-REJEITADOS
               PERFORM GRAVAR-EXCECAO
             WHEN 'A'
               PERFORM INCLUIR-NOVO-EMPRESTIMO
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
       INCLUIR-NOVO-EMPRESTIMO.
           ADD 1 TO WS-ULTIMO-LOAN-ID.
           MOVE WS-ULTIMO-LOAN-ID          TO LOAN-ID.
           MOVE WS-TRN-NOVO-CAPITAL(WS-T)  TO LOAN-CAPITAL.
           MOVE WS-TRN-MESES(WS-T)         TO LOAN-MESES.
           MOVE WS-TRN-PRODUTO(WS-T)       TO LOAN-PRODUTO.
           MOVE WS-TRN-CLIENTE(WS-T)       TO LOAN-CLIENTE.
           MOVE WS-RUN-DATE-NUM            TO LOAN-DATA-CONTRATO.
           MOVE 'A'                        TO LOAN-SITUACAO.
           MOVE 'S'                        TO LOAN-REESTRUTURADO.
           MOVE WS-TRN-LOAN-ID(WS-T)       TO LOAN-ID-ORIGEM.
           MOVE WS-TRN-PARC-ORIGEM(WS-T)   TO LOAN-PARC-ORIGEM.
           MOVE LOAN-REC TO LNEW-REC.
           PERFORM GRAVAR-EMPRESTIMO.
      *
           ADD 1 TO WS-QTD-RENEGOCIADOS.
           ADD WS-TRN-SALDO(WS-T)        TO WS-TOT-SALDO.
           ADD WS-TRN-ENCARGOS(WS-T)     TO WS-TOT-ENCARGOS.
           ADD WS-TRN-PERDAO(WS-T)       TO WS-TOT-PERDAO.
           ADD WS-TRN-ENTRADA(WS-T)      TO WS-TOT-ENTRADA.
           ADD WS-TRN-NOVO-CAPITAL(WS-T) TO WS-TOT-NOVO-CAPITAL.
           ADD WS-TRN-NOVO-CAPITAL(WS-T) TO WS-CONTROL-TOT.
      *
           MOVE WS-TRN-LOAN-ID(WS-T)      TO WS-DT-ORIGEM.
           MOVE WS-ULTIMO-LOAN-ID         TO WS-DT-NOVO.
           MOVE WS-TRN-MESES(WS-T)        TO WS-DT-MESES.
           MOVE WS-TRN-SALDO(WS-T)        TO WS-DT-SALDO.
           MOVE WS-TRN-ENCARGOS(WS-T)     TO WS-DT-ENCARGOS.
           MOVE WS-TRN-PERDAO(WS-T)       TO WS-DT-PERDAO.
           MOVE WS-TRN-ENTRADA(WS-T)      TO WS-DT-ENTRADA.
           MOVE WS-TRN-NOVO-CAPITAL(WS-T) TO WS-DT-NOVO-CAPITAL.
           MOVE WS-DETAIL-LINE            TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-EMPRESTIMO.
           WRITE LNEW-REC.
           MOVE WS-LNEW-STATUS TO WS-FILE-STATUS.
           MOVE 'LOAN-NEW'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       GRAVAR-EXCECAO.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
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
           MOVE 'TOTAL'             TO WS-DT-NOVO.
           MOVE ZEROES              TO WS-DT-ORIGEM.
           MOVE ZEROES              TO WS-DT-MESES.
           MOVE WS-TOT-SALDO        TO WS-DT-SALDO.
           MOVE WS-TOT-ENCARGOS     TO WS-DT-ENCARGOS.
           MOVE WS-TOT-PERDAO       TO WS-DT-PERDAO.
           MOVE WS-TOT-ENTRADA      TO WS-DT-ENTRADA.
           MOVE WS-TOT-NOVO-CAPITAL TO WS-DT-NOVO-CAPITAL.
           MOVE WS-DETAIL-LINE      TO REPORT-LINE.
           MOVE SPACES              TO REPORT-LINE(4:6).
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TRANSACOES LIDAS NO RENGTRN:'     TO WS-SM-LIT.
           MOVE WS-QTD-TRANSACOES                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'EMPRESTIMOS RENEGOCIADOS:'        TO WS-SM-LIT.
           MOVE WS-QTD-RENEGOCIADOS                TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TRANSACOES REJEITADAS (RENEXC):'  TO WS-SM-LIT.
           MOVE WS-QTD-REJEITADOS                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE LOAN-FILE.
           CLOSE LOAN-NEW.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           COPY CPYFILCHK.
