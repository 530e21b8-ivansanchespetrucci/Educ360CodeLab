      ******************************************************************
      * FILE NAME   : EXERC089                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTHLY INSTALLMENT BILLING FOR BORROWERS. FOR   *
      *               THE EMPRCTL BILLING MONTH EACH LOAN ON LOANFILE  *
      *               IS BILLED THE INSTALLMENT OF THAT MONTH FROM THE *
      *               EXERC010 LOANSCHD EXTRACT PLUS THE ARREARS       *
      *               (LATE PENALTY AND MORA INCLUDED) ON THE COLLEXT  *
      *               EXTRACT. ONE PAYMENT SLIP PER LOAN GOES TO       *
      *               BOLEMPR WITH THE DUE DATE ON THE CONTRACT DAY,   *
      *               MOVED TO A BUSINESS DAY THROUGH CALCHK, AND A    *
      *               REFERENCE (LOAN-ID, INSTALLMENT, CHECK DIGIT -   *
      *               SEE CPYREFWS) THE EXERC090 REPAYMENT RUN MATCHES *
      *               THE BANK'S RETURN BY. BOLRPT IS THE BILLING      *
      *               REGISTER, BORROWER BY BORROWER.                  *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE BORROWERS WERE BILLED BY    *
      *                HAND FROM THE LOANRPT SCHEDULE AND THE PAYMENTS *
      *                KEYED INTO CONTFILE ONE BY ONE. THE DUE DAY IS  *
      *                THE CONTRACT DAY CAPPED AT 28 SO EVERY MONTH    *
      *                HAS ONE. AFTER THE LAST INSTALLMENT A LOAN      *
      *                STILL IN ARREARS IS BILLED THE ARREARS ALONE,   *
      *                UNDER ITS LAST INSTALLMENT. A LOAN WITHOUT A    *
      *                BORROWER, A CONTRACT DATE OR A CUSTMAST RECORD  *
      *                GOES TO BOLEXC AND IS NOT BILLED.               *
      * 2026-10-15 JM  LOANSCHD LAYOUT FOLLOWS EXERC010 - INTEREST AND *
      *                CLOSING BALANCE ADDED AT THE END OF THE RECORD. *
      * 2026-10-15 JM  LOAN-REC AND COL-REC FOLLOW EXERC010. A LOAN    *
      *                CLOSED BY THE EXERC092 RENEGOTIATION IS NOT     *
      *                BILLED.                                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC089.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO EMPRCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT LOAN-FILE      ASSIGN TO LOANFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-LOAN-STATUS.
      *
           SELECT SCHEDULE-FILE  ASSIGN TO LOANSCHD
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-SCHD-STATUS.
      *
           SELECT COLLECT-FILE   ASSIGN TO COLLEXT
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-COLL-STATUS.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CUST-NUMERO
                                  FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT SLIP-FILE      ASSIGN TO BOLEMPR
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-BOL-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO BOLRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO BOLEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT SORT-FILE      ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-ANO-MES        PIC 9(06).
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
       FD  COLLECT-FILE.
       01  COL-REC.
           05  COL-LOAN-ID        PIC 9(06).
           05  COL-PARCELAS       PIC 9(02).
           05  COL-VALOR-ATRASO   PIC 9(08)V9(02).
           05  COL-VALOR-ENCARGOS PIC 9(08)V9(02).
      *
       FD  CUSTOMER-MASTER.
       01  CUST-REC.
           05  CUST-NUMERO        PIC 9(06).
           05  CUST-NOME          PIC X(30).
           05  CUST-ENDERECO      PIC X(30).
           05  CUST-CPF-CNPJ      PIC X(14).
           05  CUST-STATUS        PIC X(01).
               88  CUST-ATIVO     VALUE 'A'.
               88  CUST-INATIVO   VALUE 'I'.
      *
      * ONE PAYMENT SLIP PER LOAN AND MONTH, FOR THE BANK.
       FD  SLIP-FILE.
       01  BOL-REC.
           05  BOL-REFERENCIA     PIC 9(09).
           05  BOL-LOAN-ID        PIC 9(06).
           05  BOL-PARCELA        PIC 9(02).
           05  BOL-CLIENTE        PIC 9(06).
           05  BOL-NOME           PIC X(30).
           05  BOL-ENDERECO       PIC X(30).
           05  BOL-CPF-CNPJ       PIC X(14).
           05  BOL-ANO-MES        PIC 9(06).
           05  BOL-VENCIMENTO     PIC 9(08).
           05  BOL-VALOR-PARCELA  PIC 9(08)V9(02).
           05  BOL-VALOR-ENCARGOS PIC 9(08)V9(02).
           05  BOL-VALOR-TOTAL    PIC 9(08)V9(02).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-CLIENTE        PIC 9(06).
           05  SRT-LOAN-ID        PIC 9(06).
           05  SRT-PARCELA        PIC 9(02).
           05  SRT-VENCIMENTO     PIC 9(08).
           05  SRT-VALOR-PARCELA  PIC 9(08)V9(02).
           05  SRT-ENCARGOS       PIC 9(08)V9(02).
           05  SRT-PARCELAS-ATRASO PIC 9(02).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-LOAN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-SCHD-STATUS         PIC X(02) VALUE SPACES.
       01  WS-COLL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-BOL-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYREFWS.
       01  WS-EOF-LOAN            PIC X(01) VALUE 'N'.
       01  WS-EOF-SCHD            PIC X(01) VALUE 'N'.
       01  WS-EOF-COLL            PIC X(01) VALUE 'N'.
       01  WS-FIM-SORT            PIC X(01) VALUE 'N'.
      *
       01  WS-ANO-MES-FATURAR     PIC 9(06) VALUE ZEROES.
       01  WS-ANO-MES-FATURAR-R REDEFINES WS-ANO-MES-FATURAR.
           05  WS-FAT-AAAA        PIC 9(04).
           05  WS-FAT-MM          PIC 9(02).
      *
       01  WS-CONTRATO-DATA       PIC 9(08) VALUE ZEROES.
       01  WS-CONTRATO-DATA-R REDEFINES WS-CONTRATO-DATA.
           05  WS-CONTRATO-AAAA   PIC 9(04).
           05  WS-CONTRATO-MM     PIC 9(02).
           05  WS-CONTRATO-DD     PIC 9(02).
      *
       01  WS-VENC-DATA           PIC 9(08) VALUE ZEROES.
       01  WS-VENC-DATA-R REDEFINES WS-VENC-DATA.
           05  WS-VENC-AAAA       PIC 9(04).
           05  WS-VENC-MM         PIC 9(02).
           05  WS-VENC-DD         PIC 9(02).
      *
       01  WS-FUNCAO-CALCHK       PIC X(01) VALUE SPACE.
       01  WS-DATA-CALCHK         PIC 9(08) VALUE ZEROES.
       01  WS-DATA2-CALCHK        PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-CALCHK      PIC 9(02) VALUE ZEROES.
       01  WS-DATA-RESULT-CALCHK  PIC 9(08) VALUE ZEROES.
       01  WS-QTD-DIAS-CALCHK     PIC S9(05) VALUE ZEROES.
      *
      * THE MONTH'S INSTALLMENTS - LOADED FROM LOANSCHD(0).
       01  WS-SCH-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-SCH-TAB.
           05  WS-SCH-ENTRY OCCURS 3000 TIMES.
               10  WS-SCH-LOAN-ID PIC 9(06).
               10  WS-SCH-MES     PIC 9(02).
               10  WS-SCH-PARCELA PIC 9(08)V9(02).
      *
      * LOANS IN ARREARS - LOADED FROM COLLEXT(0).
       01  WS-COL-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-COL-TAB.
           05  WS-COL-ENTRY OCCURS 3000 TIMES.
               10  WS-COL-LOAN-ID PIC 9(06).
               10  WS-COL-PARCELAS PIC 9(02).
               10  WS-COL-VALOR   PIC 9(08)V9(02).
      *
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU-SCH           PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU-COL           PIC 9(04) VALUE ZEROES.
       01  WS-VALOR-PARCELA       PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-ENCARGOS      PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-BOLETO        PIC 9(08)V9(02) VALUE ZEROES.
      *
      * CONTROL-BREAK STATE - THE BORROWER BEING LISTED.
       01  WS-CLIENTE-ATUAL       PIC 9(06) VALUE ZEROES.
       01  WS-PRIMEIRA            PIC X(01) VALUE 'S'.
       01  WS-NOME-ATUAL          PIC X(30) VALUE SPACES.
       01  WS-ENDERECO-ATUAL      PIC X(30) VALUE SPACES.
       01  WS-CPF-ATUAL           PIC X(14) VALUE SPACES.
       01  WS-TOTAL-CLIENTE       PIC 9(08)V9(02) VALUE ZEROES.
      *
       01  WS-QTD-EMPRESTIMOS     PIC 9(05) VALUE ZEROES.
       01  WS-QTD-BOLETOS         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SO-ATRASO       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SEM-COBRANCA    PIC 9(05) VALUE ZEROES.
       01  WS-QTD-CLIENTES        PIC 9(05) VALUE ZEROES.
      *
       01  WS-PAYER-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE 'CLIENTE : '.
           05  WS-PY-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-PY-NOME         PIC X(30).
           05  FILLER             PIC X(12) VALUE '  CPF/CNPJ: '.
           05  WS-PY-DOCUMENTO    PIC X(14).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(11) VALUE 'REFERENCIA'.
           05  FILLER             PIC X(08) VALUE 'EMPREST'.
           05  FILLER             PIC X(05) VALUE 'PARC'.
           05  FILLER             PIC X(12) VALUE 'VENCIMENTO'.
           05  FILLER             PIC X(11) VALUE '    PARCELA'.
           05  FILLER             PIC X(11) VALUE '   ENCARGOS'.
           05  FILLER             PIC X(14) VALUE '         TOTAL'.
           05  FILLER             PIC X(08) VALUE ' ATRASO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-REFERENCIA   PIC 9(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-LOAN-ID      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PARCELA      PIC Z9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-VENCIMENTO   PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VALOR-PARCELA PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-ENCARGOS     PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-TOTAL        COPY CPYAMT.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-ATRASO       PIC Z9.
      *
       01  WS-CLIENT-TOTAL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(52) VALUE
               'TOTAL DO CLIENTE'.
           05  WS-CT-TOTAL        COPY CPYAMT.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(40).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-LOAN-ID      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-VALOR        PIC ZZZ.ZZ9,99.
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
       01  WS-CONTROL-TOT         PIC 9(08)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           SORT SORT-FILE
             ON ASCENDING KEY SRT-CLIENTE
                              SRT-LOAN-ID
             INPUT PROCEDURE IS SELECIONAR-PARCELAS
             OUTPUT PROCEDURE IS EMITIR-BOLETOS.
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
           OPEN INPUT  CONTROL-FILE.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTROL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           READ CONTROL-FILE.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTROL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE CTL-ANO-MES TO WS-ANO-MES-FATURAR.
           CLOSE CONTROL-FILE.
      *
           IF CTL-ANO-MES IS NOT NUMERIC OR
              WS-FAT-AAAA IS LESS THAN 2000 OR
              WS-FAT-MM IS LESS THAN 1 OR
              WS-FAT-MM IS GREATER THAN 12
             DISPLAY 'EXERC089 - MES INVALIDO NO EMPRCTL: '
                     CTL-ANO-MES
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           PERFORM CARREGAR-CRONOGRAMA.
           PERFORM CARREGAR-ATRASOS.
      *
           OPEN INPUT  LOAN-FILE.
           MOVE WS-LOAN-STATUS TO WS-FILE-STATUS.
           MOVE 'LOAN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  CUSTOMER-MASTER.
           MOVE WS-CUST-STATUS    TO WS-FILE-STATUS.
           MOVE 'CUSTOMER-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT SLIP-FILE.
           MOVE WS-BOL-STATUS TO WS-FILE-STATUS.
           MOVE 'SLIP-FILE'   TO WS-FILE-ID.
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
           MOVE 'EXERC089'                    TO RP-HDR-PROGRAM.
           MOVE 'COBRANCA MENSAL DE EMPRESTIMOS' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * ONLY THE ROWS OF THE BILLING MONTH ARE KEPT - AT MOST ONE PER
      * LOAN, SINCE EACH INSTALLMENT HAS ITS OWN CALENDAR MONTH.
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
              SCH-ANO-MES IS EQUAL TO WS-ANO-MES-FATURAR
             IF WS-SCH-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC089 - MAIS DE 3000 PARCELAS NO MES - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-SCH-COUNT
             MOVE SCH-LOAN-ID TO WS-SCH-LOAN-ID(WS-SCH-COUNT)
             MOVE SCH-MES     TO WS-SCH-MES(WS-SCH-COUNT)
             MOVE SCH-PARCELA TO WS-SCH-PARCELA(WS-SCH-COUNT)
           END-IF.
      *
      * COLLEXT(0) IS THE ARREARS EXTRACT OF THE LAST EXERC010 RUN.
      * A MISSING ONE MEANS NO LOAN HAS EVER BEEN IN ARREARS.
       CARREGAR-ATRASOS.
           OPEN INPUT COLLECT-FILE.
           MOVE WS-COLL-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-COLL
           ELSE
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
           IF WS-EOF-COLL IS NOT EQUAL TO 'Y' AND
              COL-VALOR-ATRASO IS GREATER THAN ZEROES
             IF WS-COL-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC089 - MAIS DE 3000 EMPRESTIMOS EM '
                       'ATRASO - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-COL-COUNT
             MOVE COL-LOAN-ID      TO WS-COL-LOAN-ID(WS-COL-COUNT)
             MOVE COL-PARCELAS     TO WS-COL-PARCELAS(WS-COL-COUNT)
             MOVE COL-VALOR-ATRASO TO WS-COL-VALOR(WS-COL-COUNT)
           END-IF.
      *
      * SORT INPUT PROCEDURE - EVERY LOAN WITH AN INSTALLMENT IN THE
      * BILLING MONTH OR ARREARS TO COLLECT.
       SELECIONAR-PARCELAS.
           PERFORM LER-EMPRESTIMO
             WITH TEST AFTER
             UNTIL WS-EOF-LOAN IS EQUAL TO 'Y'.
      *
       LER-EMPRESTIMO.
           READ LOAN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-LOAN
           END-READ.
           MOVE WS-LOAN-STATUS TO WS-FILE-STATUS.
           MOVE 'LOAN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-LOAN IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-EMPRESTIMOS
             PERFORM LOCALIZAR-COBRANCA
             IF WS-VALOR-BOLETO IS EQUAL TO ZEROES OR
                LOAN-ENCERRADO
               ADD 1 TO WS-QTD-SEM-COBRANCA
             ELSE
               PERFORM VALIDAR-EMPRESTIMO
               IF WS-EX-LIT IS EQUAL TO SPACES
                 PERFORM LIBERAR-BOLETO
               ELSE
                 ADD 1 TO WS-QTD-REJEITADOS
                 PERFORM GRAVAR-EXCECAO
               END-IF
             END-IF
           END-IF.
      *
       LOCALIZAR-COBRANCA.
           MOVE ZEROES TO WS-ACHOU-SCH.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SCH-COUNT
             IF WS-SCH-LOAN-ID(WS-I) IS EQUAL TO LOAN-ID
               MOVE WS-I TO WS-ACHOU-SCH
               MOVE WS-SCH-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           MOVE ZEROES TO WS-ACHOU-COL.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-COL-COUNT
             IF WS-COL-LOAN-ID(WS-I) IS EQUAL TO LOAN-ID
               MOVE WS-I TO WS-ACHOU-COL
               MOVE WS-COL-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           MOVE ZEROES TO WS-VALOR-PARCELA.
           MOVE ZEROES TO WS-VALOR-ENCARGOS.
           IF WS-ACHOU-SCH IS GREATER THAN ZEROES
             MOVE WS-SCH-PARCELA(WS-ACHOU-SCH) TO WS-VALOR-PARCELA
           END-IF.
           IF WS-ACHOU-COL IS GREATER THAN ZEROES
             MOVE WS-COL-VALOR(WS-ACHOU-COL) TO WS-VALOR-ENCARGOS
           END-IF.
           COMPUTE WS-VALOR-BOLETO =
                   WS-VALOR-PARCELA + WS-VALOR-ENCARGOS.
      *
       VALIDAR-EMPRESTIMO.
           MOVE SPACES          TO WS-EX-LIT.
           MOVE LOAN-ID         TO WS-EX-LOAN-ID.
           MOVE LOAN-CLIENTE    TO WS-EX-CLIENTE.
           MOVE WS-VALOR-BOLETO TO WS-EX-VALOR.
      *
           EVALUATE TRUE
             WHEN LOAN-CLIENTE IS EQUAL TO ZEROES
               MOVE 'EMPRESTIMO SEM CLIENTE - NAO FATURADO'
                 TO WS-EX-LIT
             WHEN LOAN-DATA-CONTRATO IS EQUAL TO ZEROES
               MOVE 'EMPRESTIMO SEM DATA DE CONTRATO - NAO FATURADO'
                 TO WS-EX-LIT
             WHEN OTHER
               MOVE LOAN-CLIENTE TO CUST-NUMERO
               READ CUSTOMER-MASTER
                 INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO NO CUSTMAST'
                     TO WS-EX-LIT
               END-READ
           END-EVALUATE.
      *
      * ONCE THE TERM IS OVER THE ARREARS ARE BILLED UNDER THE LAST
      * INSTALLMENT - EXERC010 TAKES A PAYMENT ABOVE WHAT A MONTH
      * OWES AS A PAYMENT ON THE ARREARS.
       LIBERAR-BOLETO.
           MOVE LOAN-CLIENTE      TO SRT-CLIENTE.
           MOVE LOAN-ID           TO SRT-LOAN-ID.
           IF WS-ACHOU-SCH IS GREATER THAN ZEROES
             MOVE WS-SCH-MES(WS-ACHOU-SCH) TO SRT-PARCELA
           ELSE
             MOVE LOAN-MESES TO SRT-PARCELA
             ADD 1 TO WS-QTD-SO-ATRASO
           END-IF.
           MOVE WS-VALOR-PARCELA  TO SRT-VALOR-PARCELA.
           MOVE WS-VALOR-ENCARGOS TO SRT-ENCARGOS.
           IF WS-ACHOU-COL IS GREATER THAN ZEROES
             MOVE WS-COL-PARCELAS(WS-ACHOU-COL) TO SRT-PARCELAS-ATRASO
           ELSE
             MOVE ZEROES TO SRT-PARCELAS-ATRASO
           END-IF.
           PERFORM CALCULAR-VENCIMENTO.
           MOVE WS-VENC-DATA      TO SRT-VENCIMENTO.
           RELEASE SRT-REC.
      *
      * THE CONTRACT DAY OF THE BILLING MONTH, CAPPED AT 28 SO EVERY
      * MONTH HAS IT, MOVED FORWARD TO THE NEXT BUSINESS DAY WHEN IT
      * FALLS ON A WEEKEND OR FERIADO.
       CALCULAR-VENCIMENTO.
           MOVE LOAN-DATA-CONTRATO TO WS-CONTRATO-DATA.
           MOVE WS-FAT-AAAA        TO WS-VENC-AAAA.
           MOVE WS-FAT-MM          TO WS-VENC-MM.
           IF WS-CONTRATO-DD IS GREATER THAN 28
             MOVE 28 TO WS-VENC-DD
           ELSE
             MOVE WS-CONTRATO-DD TO WS-VENC-DD
           END-IF.
           IF WS-VENC-DD IS LESS THAN 1
             MOVE 1 TO WS-VENC-DD
           END-IF.
      *
           MOVE 'B'          TO WS-FUNCAO-CALCHK.
           MOVE WS-VENC-DATA TO WS-DATA-CALCHK.
           PERFORM CHAMAR-CALCHK.
           IF WS-RETORNO-CALCHK IS EQUAL TO 04
             MOVE 'N'          TO WS-FUNCAO-CALCHK
             MOVE WS-VENC-DATA TO WS-DATA-CALCHK
             PERFORM CHAMAR-CALCHK
             MOVE WS-DATA-RESULT-CALCHK TO WS-VENC-DATA
           END-IF.
      *
      * 'B' ANSWERS 04 FOR A WEEKEND OR FERIADO - ANY OTHER NON-ZERO
      * RETURN IS A BAD DATE AND STOPS THE RUN.
       CHAMAR-CALCHK.
           CALL 'CALCHK' USING WS-FUNCAO-CALCHK
                               WS-DATA-CALCHK
                               WS-DATA2-CALCHK
                               WS-RETORNO-CALCHK
                               WS-DATA-RESULT-CALCHK
                               WS-QTD-DIAS-CALCHK
           END-CALL.
           IF WS-RETORNO-CALCHK IS NOT EQUAL TO ZEROES AND
              NOT (WS-FUNCAO-CALCHK IS EQUAL TO 'B' AND
                   WS-RETORNO-CALCHK IS EQUAL TO 04)
             DISPLAY 'EXERC089 - CALCHK RETORNO ' WS-RETORNO-CALCHK
                     ' PARA ' WS-DATA-CALCHK ' - RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
      *
      * SORT OUTPUT PROCEDURE - CONTROL BREAK ON THE BORROWER. EVERY
      * LOAN IS ONE SLIP; THE BORROWER'S TOTAL CLOSES THE GROUP.
       EMITIR-BOLETOS.
           PERFORM RETORNAR-PARCELA
             WITH TEST AFTER
             UNTIL WS-FIM-SORT IS EQUAL TO 'Y'.
      *
           IF WS-PRIMEIRA IS EQUAL TO 'N'
             PERFORM FECHAR-CLIENTE
           END-IF.
      *
       RETORNAR-PARCELA.
           RETURN SORT-FILE
             AT END
               MOVE 'Y' TO WS-FIM-SORT
           END-RETURN.
      *
           IF WS-FIM-SORT IS NOT EQUAL TO 'Y'
             IF WS-PRIMEIRA IS EQUAL TO 'S'
               PERFORM ABRIR-CLIENTE
             ELSE
               IF SRT-CLIENTE IS NOT EQUAL TO WS-CLIENTE-ATUAL
                 PERFORM FECHAR-CLIENTE
                 PERFORM ABRIR-CLIENTE
               END-IF
             END-IF
             PERFORM GRAVAR-BOLETO
           END-IF.
      *
       ABRIR-CLIENTE.
           MOVE SRT-CLIENTE TO WS-CLIENTE-ATUAL.
           MOVE 'N'         TO WS-PRIMEIRA.
           MOVE ZEROES      TO WS-TOTAL-CLIENTE.
           ADD 1 TO WS-QTD-CLIENTES.
      *
           MOVE SPACES TO WS-NOME-ATUAL.
           MOVE SPACES TO WS-ENDERECO-ATUAL.
           MOVE SPACES TO WS-CPF-ATUAL.
           MOVE WS-CLIENTE-ATUAL TO CUST-NUMERO.
           READ CUSTOMER-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE CUST-NOME     TO WS-NOME-ATUAL
               MOVE CUST-ENDERECO TO WS-ENDERECO-ATUAL
               MOVE CUST-CPF-CNPJ TO WS-CPF-ATUAL
           END-READ.
      *
           MOVE SPACES           TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CLIENTE-ATUAL TO WS-PY-CLIENTE.
           MOVE WS-NOME-ATUAL    TO WS-PY-NOME.
           MOVE WS-CPF-ATUAL     TO WS-PY-DOCUMENTO.
           MOVE WS-PAYER-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-BOLETO.
           MOVE SRT-LOAN-ID TO WS-REF-LOAN-ID.
           MOVE SRT-PARCELA TO WS-REF-PARCELA.
           MOVE ZEROES      TO WS-REF-DV.
           PERFORM CALCULAR-DV-REFERENCIA.
           MOVE WS-REF-DV-CALC TO WS-REF-DV.
      *
           MOVE WS-REF-NUMERO      TO BOL-REFERENCIA.
           MOVE SRT-LOAN-ID        TO BOL-LOAN-ID.
           MOVE SRT-PARCELA        TO BOL-PARCELA.
           MOVE WS-CLIENTE-ATUAL   TO BOL-CLIENTE.
           MOVE WS-NOME-ATUAL      TO BOL-NOME.
           MOVE WS-ENDERECO-ATUAL  TO BOL-ENDERECO.
           MOVE WS-CPF-ATUAL       TO BOL-CPF-CNPJ.
           MOVE WS-ANO-MES-FATURAR TO BOL-ANO-MES.
           MOVE SRT-VENCIMENTO     TO BOL-VENCIMENTO.
           MOVE SRT-VALOR-PARCELA  TO BOL-VALOR-PARCELA.
           MOVE SRT-ENCARGOS       TO BOL-VALOR-ENCARGOS.
           COMPUTE BOL-VALOR-TOTAL =
                   SRT-VALOR-PARCELA + SRT-ENCARGOS.
           WRITE BOL-REC.
           MOVE WS-BOL-STATUS TO WS-FILE-STATUS.
           MOVE 'SLIP-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-QTD-BOLETOS.
           ADD BOL-VALOR-TOTAL TO WS-TOTAL-CLIENTE.
           ADD BOL-VALOR-TOTAL TO WS-CONTROL-TOT.
      *
           MOVE SRT-VENCIMENTO TO WS-VENC-DATA.
           MOVE WS-VENC-DD     TO WS-DT-VENCIMENTO(1:2).
           MOVE '/'            TO WS-DT-VENCIMENTO(3:1).
           MOVE WS-VENC-MM     TO WS-DT-VENCIMENTO(4:2).
           MOVE '/'            TO WS-DT-VENCIMENTO(6:1).
           MOVE WS-VENC-AAAA   TO WS-DT-VENCIMENTO(7:4).
           MOVE BOL-REFERENCIA      TO WS-DT-REFERENCIA.
           MOVE BOL-LOAN-ID         TO WS-DT-LOAN-ID.
           MOVE BOL-PARCELA         TO WS-DT-PARCELA.
           MOVE BOL-VALOR-PARCELA   TO WS-DT-VALOR-PARCELA.
           MOVE BOL-VALOR-ENCARGOS  TO WS-DT-ENCARGOS.
           MOVE BOL-VALOR-TOTAL     TO WS-DT-TOTAL.
           MOVE SRT-PARCELAS-ATRASO TO WS-DT-ATRASO.
           MOVE WS-DETAIL-LINE      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       FECHAR-CLIENTE.
           MOVE WS-TOTAL-CLIENTE     TO WS-CT-TOTAL.
           MOVE WS-CLIENT-TOTAL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
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
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'EMPRESTIMOS LIDOS NO LOANFILE:'     TO WS-SM-LIT.
           MOVE WS-QTD-EMPRESTIMOS                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'SEM PARCELA NEM ATRASO NO MES:'     TO WS-SM-LIT.
           MOVE WS-QTD-SEM-COBRANCA                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'NAO FATURADOS (BOLEXC):'            TO WS-SM-LIT.
           MOVE WS-QTD-REJEITADOS                    TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'BOLETOS EMITIDOS:'                  TO WS-SM-LIT.
           MOVE WS-QTD-BOLETOS                       TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE '  DOS QUAIS SO ATRASO (PRAZO VENCIDO):' TO WS-SM-LIT.
           MOVE WS-QTD-SO-ATRASO                     TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CLIENTES COBRADOS:'                 TO WS-SM-LIT.
           MOVE WS-QTD-CLIENTES                      TO WS-SM-QTD.
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
           CLOSE CUSTOMER-MASTER.
           CLOSE SLIP-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           COPY CPYREFPD.
           COPY CPYFILCHK.
