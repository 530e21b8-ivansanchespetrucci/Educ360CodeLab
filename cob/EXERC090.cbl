      ******************************************************************
      * FILE NAME   : EXERC090                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : APPLIES THE BANK'S RETURN OF BORROWER PAYMENTS   *
      *               (PAGEMPR - SLIP REFERENCE, PAYMENT DATE, AMOUNT) *
      *               TO THE LOANS. THE REFERENCE EXERC089 PRINTED ON  *
      *               THE SLIP NAMES THE LOAN AND THE INSTALLMENT AND  *
      *               ITS CHECK DIGIT CATCHES A MISKEYED ONE, SO EACH  *
      *               PAYMENT BECOMES A CONTFILE 'D' REPAYMENT OF THAT *
      *               LOAN AND INSTALLMENT WITHOUT ANYONE KEYING IT.   *
      *               CONTFILE IS REWRITTEN ON CONTNEW IN LOAN-ID/MES  *
      *               ORDER, AS EXERC010 REQUIRES; EVERY APPLIED       *
      *               PAYMENT IS APPENDED TO PAGHIST SO THE SAME       *
      *               RETURN FED TWICE IS NOT APPLIED TWICE.           *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE REPAYMENTS WERE KEYED INTO  *
      *                CONTFILE BY HAND FROM THE BANK STATEMENT. A     *
      *                PAYMENT THAT DOES NOT MATCH (CHECK DIGIT, LOAN, *
      *                INSTALLMENT, AMOUNT) OR IS ALREADY ON PAGHIST   *
      *                GOES TO PAGEXC AND IS NOT APPLIED.              *
      * 2026-10-15 JM  LOAN-REC FOLLOWS EXERC010. A PAYMENT AGAINST A  *
      *                LOAN CLOSED BY THE EXERC092 RENEGOTIATION GOES  *
      *                TO PAGEXC.                                      *
      * 2026-10-15 JM  THE APPLIED PAYMENTS ARE KEPT IN THE TABLE AND  *
      *                APPENDED TO PAGHIST ONLY AFTER THE SORT HAS     *
      *                CLOSED CONTNEW. AN ABEND BEFORE THAT LEAVES     *
      *                PAGHIST AS IT WAS, SO THE RERUN APPLIES THE     *
      *                SAME RETURN INSTEAD OF REJECTING IT.            *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC090.
       AUTHOR. JM.
                                                                       *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-FILE   ASSIGN TO PAGEMPR
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PAG-STATUS.
      *
           SELECT LOAN-FILE      ASSIGN TO LOANFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-LOAN-STATUS.
      *
           SELECT CONTRIB-FILE   ASSIGN TO CONTFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTRIB-STATUS.
      *
           SELECT CONTRIB-NEW    ASSIGN TO CONTNEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CNEW-STATUS.
      *
           SELECT PAYMENT-HIST   ASSIGN TO PAGHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PGH-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO PAGRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO PAGEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT SORT-FILE      ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER PAYMENT THE BANK RECEIVED AGAINST A SLIP.
       FD  PAYMENT-FILE.
       01  PAG-REC.
           05  PAG-REFERENCIA     PIC 9(09).
           05  PAG-DATA-PAGTO     PIC 9(08).
           05  PAG-VALOR          PIC 9(08)V9(02).
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
       FD  CONTRIB-FILE.
       01  CONTRIB-REC.
           05  CONTRIB-LOAN-ID    PIC 9(06).
           05  CONTRIB-MES        PIC 9(02).
           05  CONTRIB-TIPO       PIC X(01).
           05  CONTRIB-VALOR      PIC 9(06)V9(02).
      *
       FD  CONTRIB-NEW.
       01  CNEW-REC               PIC X(17).
      *
      * EVERY PAYMENT EVER APPLIED, WITH THE DATE IT WAS APPLIED.
       FD  PAYMENT-HIST.
       01  PGH-REC.
           05  PGH-REFERENCIA     PIC 9(09).
           05  PGH-DATA-PAGTO     PIC 9(08).
           05  PGH-VALOR          PIC 9(08)V9(02).
           05  PGH-DATA-PROC      PIC 9(08).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-LOAN-ID        PIC 9(06).
           05  SRT-MES            PIC 9(02).
           05  SRT-TIPO           PIC X(01).
           05  SRT-VALOR          PIC 9(06)V9(02).
      *
       WORKING-STORAGE SECTION.
       01  WS-PAG-STATUS          PIC X(02) VALUE SPACES.
       01  WS-LOAN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CONTRIB-STATUS      PIC X(02) VALUE SPACES.
       01  WS-CNEW-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PGH-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYREFWS.
       01  WS-EOF-PAG             PIC X(01) VALUE 'N'.
       01  WS-EOF-LOAN            PIC X(01) VALUE 'N'.
       01  WS-EOF-CONTRIB         PIC X(01) VALUE 'N'.
       01  WS-EOF-PGH             PIC X(01) VALUE 'N'.
      *
      * CONTFILE CARRIES AT MOST 999.999,99 PER MOVEMENT.
       01  WS-VALOR-MAX-CONTFILE  PIC 9(08)V9(02) VALUE 999999,99.
      *
      * LOANS AND THEIR TERMS - LOADED FROM LOANFILE.
       01  WS-LOAN-COUNT          PIC 9(04) VALUE ZEROES.
       01  WS-LOAN-TAB.
           05  WS-LOAN-ENTRY OCCURS 3000 TIMES.
               10  WS-LOAN-TAB-ID PIC 9(06).
               10  WS-LOAN-TAB-MESES PIC 9(02).
               10  WS-LOAN-TAB-SITUACAO PIC X(01).
      *
      * PAYMENTS ALREADY APPLIED - PAGHIST PLUS THIS RUN'S.
       01  WS-PGH-COUNT           PIC 9(05) VALUE ZEROES.
       01  WS-PGH-HIST-COUNT      PIC 9(05) VALUE ZEROES.
       01  WS-PGH-TAB.
           05  WS-PGH-ENTRY OCCURS 20000 TIMES.
               10  WS-PGH-REFERENCIA PIC 9(09).
               10  WS-PGH-DATA-PAGTO PIC 9(08).
               10  WS-PGH-VALOR   PIC 9(08)V9(02).
      *
       01  WS-I                   PIC 9(05) VALUE ZEROES.
       01  WS-ACHOU-LOAN          PIC 9(04) VALUE ZEROES.
       01  WS-JA-APLICADO         PIC X(01) VALUE 'N'.
      *
       01  WS-QTD-PAGAMENTOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-APLICADOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-MOVIMENTOS      PIC 9(07) VALUE ZEROES.
      *
       01  WS-PAGTO-DATA          PIC 9(08) VALUE ZEROES.
       01  WS-PAGTO-DATA-R REDEFINES WS-PAGTO-DATA.
           05  WS-PAGTO-AAAA      PIC 9(04).
           05  WS-PAGTO-MM        PIC 9(02).
           05  WS-PAGTO-DD        PIC 9(02).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(11) VALUE 'REFERENCIA'.
           05  FILLER             PIC X(08) VALUE 'EMPREST'.
           05  FILLER             PIC X(05) VALUE 'PARC'.
           05  FILLER             PIC X(12) VALUE 'PAGAMENTO'.
           05  FILLER             PIC X(14) VALUE '         VALOR'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-REFERENCIA   PIC 9(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-LOAN-ID      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PARCELA      PIC Z9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-DATA         PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VALOR        COPY CPYAMT.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(36).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-REFERENCIA   PIC 9(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-DATA         PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-VALOR        PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
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
             ON ASCENDING KEY SRT-LOAN-ID
                              SRT-MES
             INPUT PROCEDURE IS JUNTAR-MOVIMENTOS
             GIVING CONTRIB-NEW.
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
           OPEN INPUT  LOAN-FILE.
           MOVE WS-LOAN-STATUS TO WS-FILE-STATUS.
           MOVE 'LOAN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-EMPRESTIMO
             WITH TEST AFTER
             UNTIL WS-EOF-LOAN IS EQUAL TO 'Y'.
           CLOSE LOAN-FILE.
      *
           PERFORM CARREGAR-HISTORICO.
           MOVE WS-PGH-COUNT TO WS-PGH-HIST-COUNT.
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
           MOVE 'EXERC090'                    TO RP-HDR-PROGRAM.
           MOVE 'BAIXA DE PAGAMENTOS DE EMPRESTIMOS' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
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
             IF WS-LOAN-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC090 - MAIS DE 3000 EMPRESTIMOS NO '
                       'LOANFILE - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-LOAN-COUNT
             MOVE LOAN-ID    TO WS-LOAN-TAB-ID(WS-LOAN-COUNT)
             MOVE LOAN-MESES TO WS-LOAN-TAB-MESES(WS-LOAN-COUNT)
             MOVE LOAN-SITUACAO
               TO WS-LOAN-TAB-SITUACAO(WS-LOAN-COUNT)
           END-IF.
      *
      * NO PAGHIST YET (STATUS 35) IS THE FIRST REPAYMENT RUN.
       CARREGAR-HISTORICO.
           OPEN INPUT PAYMENT-HIST.
           MOVE WS-PGH-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'PAYMENT-HIST' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-HISTORICO
               WITH TEST AFTER
               UNTIL WS-EOF-PGH IS EQUAL TO 'Y'
             CLOSE PAYMENT-HIST
           END-IF.
      *
       LER-HISTORICO.
           READ PAYMENT-HIST
             AT END
               MOVE 'Y' TO WS-EOF-PGH
           END-READ.
           MOVE WS-PGH-STATUS  TO WS-FILE-STATUS.
           MOVE 'PAYMENT-HIST' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PGH IS NOT EQUAL TO 'Y'
             PERFORM GUARDAR-APLICADO
           END-IF.
      *
       GUARDAR-APLICADO.
           IF WS-PGH-COUNT IS NOT LESS THAN 20000
             DISPLAY 'EXERC090 - MAIS DE 20000 PAGAMENTOS NO '
                     'PAGHIST - RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-PGH-COUNT.
           MOVE PGH-REFERENCIA TO WS-PGH-REFERENCIA(WS-PGH-COUNT).
           MOVE PGH-DATA-PAGTO TO WS-PGH-DATA-PAGTO(WS-PGH-COUNT).
           MOVE PGH-VALOR      TO WS-PGH-VALOR(WS-PGH-COUNT).
      *
      * THIS RUN'S PAYMENTS GO ON THE SAME TABLE, AFTER THE ONES READ
      * FROM PAGHIST, AND ARE WRITTEN OUT BY GRAVAR-HISTORICO.
       GUARDAR-PAGAMENTO.
           IF WS-PGH-COUNT IS NOT LESS THAN 20000
             DISPLAY 'EXERC090 - MAIS DE 20000 PAGAMENTOS NO '
                     'PAGHIST - RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-PGH-COUNT.
           MOVE PAG-REFERENCIA TO WS-PGH-REFERENCIA(WS-PGH-COUNT).
           MOVE PAG-DATA-PAGTO TO WS-PGH-DATA-PAGTO(WS-PGH-COUNT).
           MOVE PAG-VALOR      TO WS-PGH-VALOR(WS-PGH-COUNT).
      *
      * SORT INPUT PROCEDURE - THE CURRENT CONTFILE AS IT STANDS, THEN
      * ONE 'D' MOVEMENT PER PAYMENT THAT MATCHES ITS SLIP.
       JUNTAR-MOVIMENTOS.
           OPEN INPUT  CONTRIB-FILE.
           MOVE WS-CONTRIB-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTRIB-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM COPIAR-MOVIMENTO
             WITH TEST AFTER
             UNTIL WS-EOF-CONTRIB IS EQUAL TO 'Y'.
           CLOSE CONTRIB-FILE.
      *
           OPEN INPUT  PAYMENT-FILE.
           MOVE WS-PAG-STATUS  TO WS-FILE-STATUS.
           MOVE 'PAYMENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM APLICAR-PAGAMENTO
             WITH TEST AFTER
             UNTIL WS-EOF-PAG IS EQUAL TO 'Y'.
           CLOSE PAYMENT-FILE.
      *
       COPIAR-MOVIMENTO.
           READ CONTRIB-FILE
             AT END
               MOVE 'Y' TO WS-EOF-CONTRIB
           END-READ.
           MOVE WS-CONTRIB-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTRIB-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-CONTRIB IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-QTD-MOVIMENTOS
             MOVE CONTRIB-REC TO SRT-REC
             RELEASE SRT-REC
           END-IF.
      *
       APLICAR-PAGAMENTO.
           READ PAYMENT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PAG
           END-READ.
           MOVE WS-PAG-STATUS  TO WS-FILE-STATUS.
           MOVE 'PAYMENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PAG IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-PAGAMENTOS
             PERFORM VALIDAR-PAGAMENTO
             IF WS-EX-LIT IS EQUAL TO SPACES
               PERFORM LIBERAR-PAGAMENTO
             ELSE
               ADD 1 TO WS-QTD-REJEITADOS
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
       VALIDAR-PAGAMENTO.
           MOVE SPACES         TO WS-EX-LIT.
           MOVE PAG-REFERENCIA TO WS-EX-REFERENCIA.
           MOVE PAG-DATA-PAGTO TO WS-EX-DATA.
           MOVE ZEROES         TO WS-EX-VALOR.
           MOVE ZEROES         TO WS-ACHOU-LOAN.
      *
           IF PAG-REFERENCIA IS NUMERIC AND
              PAG-VALOR IS NUMERIC
             MOVE PAG-VALOR      TO WS-EX-VALOR
             MOVE PAG-REFERENCIA TO WS-REF-NUMERO
             PERFORM CALCULAR-DV-REFERENCIA
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-LOAN-COUNT
               IF WS-LOAN-TAB-ID(WS-I) IS EQUAL TO WS-REF-LOAN-ID
                 MOVE WS-I TO WS-ACHOU-LOAN
                 MOVE WS-LOAN-COUNT TO WS-I
               END-IF
             END-PERFORM
             PERFORM VERIFICAR-DUPLICADO
           END-IF.
      *
           EVALUATE TRUE
             WHEN PAG-REFERENCIA IS NOT NUMERIC OR
                  PAG-VALOR IS NOT NUMERIC
               MOVE 'REFERENCIA OU VALOR NAO NUMERICO' TO WS-EX-LIT
             WHEN WS-REF-DV-CALC IS NOT EQUAL TO WS-REF-DV
               MOVE 'DIGITO DA REFERENCIA NAO CONFERE' TO WS-EX-LIT
             WHEN WS-ACHOU-LOAN IS EQUAL TO ZEROES
               MOVE 'EMPRESTIMO NAO CADASTRADO NO LOANFILE'
                 TO WS-EX-LIT
             WHEN WS-LOAN-TAB-SITUACAO(WS-ACHOU-LOAN) IS EQUAL TO 'E'
               MOVE 'EMPRESTIMO ENCERRADO POR RENEGOCIACAO'
                 TO WS-EX-LIT
             WHEN WS-REF-PARCELA IS LESS THAN 1 OR
                  WS-REF-PARCELA IS GREATER THAN
                  WS-LOAN-TAB-MESES(WS-ACHOU-LOAN)
               MOVE 'PARCELA FORA DO PRAZO DO EMPRESTIMO' TO WS-EX-LIT
             WHEN PAG-VALOR IS EQUAL TO ZEROES
               MOVE 'VALOR DO PAGAMENTO ZERADO' TO WS-EX-LIT
             WHEN PAG-VALOR IS GREATER THAN WS-VALOR-MAX-CONTFILE
               MOVE 'VALOR ACIMA DO LIMITE DO CONTFILE' TO WS-EX-LIT
             WHEN WS-JA-APLICADO IS EQUAL TO 'S'
               MOVE 'PAGAMENTO JA APLICADO (PAGHIST)' TO WS-EX-LIT
           END-EVALUATE.
      *
      * THE SAME SLIP PAID TWICE ON DIFFERENT DAYS, OR FOR DIFFERENT
      * AMOUNTS, IS TWO PAYMENTS; THE SAME REFERENCE, DATE AND AMOUNT
      * AGAIN IS THE SAME RETURN FED TWICE.
       VERIFICAR-DUPLICADO.
           MOVE 'N' TO WS-JA-APLICADO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PGH-COUNT
             IF WS-PGH-REFERENCIA(WS-I) IS EQUAL TO PAG-REFERENCIA AND
                WS-PGH-DATA-PAGTO(WS-I) IS EQUAL TO PAG-DATA-PAGTO AND
                WS-PGH-VALOR(WS-I) IS EQUAL TO PAG-VALOR
               MOVE 'S' TO WS-JA-APLICADO
               MOVE WS-PGH-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
       LIBERAR-PAGAMENTO.
           MOVE WS-REF-LOAN-ID TO SRT-LOAN-ID.
           MOVE WS-REF-PARCELA TO SRT-MES.
           MOVE 'D'            TO SRT-TIPO.
           MOVE PAG-VALOR      TO SRT-VALOR.
           RELEASE SRT-REC.
           ADD 1 TO WS-QTD-APLICADOS.
           ADD 1 TO WS-QTD-MOVIMENTOS.
           ADD PAG-VALOR TO WS-CONTROL-TOT.
      *
           PERFORM GUARDAR-PAGAMENTO.
      *
           MOVE PAG-DATA-PAGTO TO WS-PAGTO-DATA.
           MOVE WS-PAGTO-DD    TO WS-DT-DATA(1:2).
           MOVE '/'            TO WS-DT-DATA(3:1).
           MOVE WS-PAGTO-MM    TO WS-DT-DATA(4:2).
           MOVE '/'            TO WS-DT-DATA(6:1).
           MOVE WS-PAGTO-AAAA  TO WS-DT-DATA(7:4).
           MOVE PAG-REFERENCIA TO WS-DT-REFERENCIA.
           MOVE WS-REF-LOAN-ID TO WS-DT-LOAN-ID.
           MOVE WS-REF-PARCELA TO WS-DT-PARCELA.
           MOVE PAG-VALOR      TO WS-DT-VALOR.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
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
           MOVE 'PAGAMENTOS LIDOS NO PAGEMPR:'     TO WS-SM-LIT.
           MOVE WS-QTD-PAGAMENTOS                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PAGAMENTOS APLICADOS:'            TO WS-SM-LIT.
           MOVE WS-QTD-APLICADOS                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PAGAMENTOS REJEITADOS (PAGEXC):'  TO WS-SM-LIT.
           MOVE WS-QTD-REJEITADOS                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'MOVIMENTOS GRAVADOS NO CONTNEW:'  TO WS-SM-LIT.
           MOVE WS-QTD-MOVIMENTOS                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           PERFORM GRAVAR-HISTORICO.
      *
      * CONTNEW IS COMPLETE BY NOW - THE SORT CLOSED IT - SO THE
      * PAYMENTS ON IT ARE RECORDED AS APPLIED ONLY FROM HERE ON.
       GRAVAR-HISTORICO.
           OPEN EXTEND PAYMENT-HIST.
           MOVE WS-PGH-STATUS  TO WS-FILE-STATUS.
           MOVE 'PAYMENT-HIST' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-I FROM WS-PGH-HIST-COUNT BY 1
                   UNTIL WS-I IS NOT LESS THAN WS-PGH-COUNT
             MOVE WS-PGH-REFERENCIA(WS-I + 1) TO PGH-REFERENCIA
             MOVE WS-PGH-DATA-PAGTO(WS-I + 1) TO PGH-DATA-PAGTO
             MOVE WS-PGH-VALOR(WS-I + 1)      TO PGH-VALOR
             MOVE WS-RUN-DATE-NUM             TO PGH-DATA-PROC
             WRITE PGH-REC
             MOVE WS-PGH-STATUS  TO WS-FILE-STATUS
             MOVE 'PAYMENT-HIST' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-PERFORM.
      *
           CLOSE PAYMENT-HIST.
      *
           COPY CPYREFPD.
           COPY CPYFILCHK.
