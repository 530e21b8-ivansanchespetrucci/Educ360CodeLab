      ******************************************************************
      * FILE NAME   : EXERC111                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : IPTU DIVIDA ATIVA AGREEMENTS (PARCELAMENTO) -    *
      *               THE IACOTRN TRANSACTIONS OPEN AGREEMENTS ('A',   *
      *               LOT, OWNER, INSTALLMENTS, DOWN PAYMENT AND DATE, *
      *               OPTIONALLY FOLLOWED BY 'I' RECORDS NAMING THE    *
      *               DIVATIVA ITEMS TO TAKE - NONE MEANS ALL OF THE   *
      *               LOT'S ITEMS FOR THAT OWNER) AND POST PAYMENTS    *
      *               AGAINST THEM ('P'). EACH ITEM IS CONSOLIDATED    *
      *               WITH ITS FINE AND THE INTEREST UP TO THE         *
      *               AGREEMENT DATE, AND THE TOTAL LESS THE DOWN      *
      *               PAYMENT IS SPLIT INTO MONTHLY INSTALLMENTS ON    *
      *               THE IACOFILE LEDGER, ROLLED FORWARD AS AN        *
      *               IACONEW GENERATION. EVERY RUN ALSO CANCELS THE   *
      *               AGREEMENTS THAT HAVE TOO MANY INSTALLMENTS PAST  *
      *               DUE - THEIR OPEN BALANCE GOES BACK TO DIVIDA     *
      *               ATIVA THROUGH EXERC053 MODE 'D'                  *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - DIVIDA ATIVA COULD ONLY BE      *
      *                SETTLED ALL AT ONCE. INTEREST IS PARMMAST       *
      *                JUROS-MES (PCT A MONTH, DEFAULT 1,00) FOR EACH  *
      *                FULL MONTH SINCE 1 JANUARY AFTER THE            *
      *                ASSESSMENT YEAR - OR SINCE THE CANCELLATION,    *
      *                FOR THE BALANCE OF A CANCELLED AGREEMENT BEING  *
      *                RENEGOTIATED; THE FINE IS ALREADY IN THE        *
      *                DIVATIVA AMOUNT. AN AGREEMENT IS CANCELLED      *
      *                WHEN PARMMAST MAX-ATRASOS (DEFAULT 3) OF ITS    *
      *                INSTALLMENTS ARE PAST DUE AND UNPAID. A         *
      *                TRANSACTION THAT FAILS ANY CHECK GOES TO THE    *
      *                EXCEPTIONS REPORT AND CHANGES NOTHING.          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC111.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANS-FILE     ASSIGN TO IACOTRN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TRN-STATUS.
      *
           SELECT ARREARS-FILE   ASSIGN TO DIVATIVA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DIV-STATUS.
      *
           SELECT LEDGER-FILE    ASSIGN TO IACOFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-LED-STATUS.
      *
           SELECT LEDGER-NEW     ASSIGN TO IACONEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-LEDN-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO IACORPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO IACOEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TRANS-FILE.
       01  TRN-REC.
           05  TRN-TIPO           PIC X(01).
               88  TRN-ACORDO        VALUE 'A'.
               88  TRN-ITEM          VALUE 'I'.
               88  TRN-PAGAMENTO     VALUE 'P'.
           05  TRN-DADOS          PIC X(39).
       01  TRN-ACORDO-REC.
           05  FILLER             PIC X(01).
           05  TRA-LOTE-ID        PIC 9(05).
           05  TRA-PROP-ID        PIC 9(06).
           05  TRA-QTD-PARCELAS   PIC 9(02).
           05  TRA-ENTRADA        PIC 9(08)V9(02).
           05  TRA-DATA           PIC 9(08).
           05  FILLER             PIC X(08).
      * PARCELA 00 NAMES THE BALANCE OF A CANCELLED AGREEMENT OF THE
      * SAME LOT (ANO AND ACORDO-SEQ OF THAT AGREEMENT).
       01  TRN-ITEM-REC.
           05  FILLER             PIC X(01).
           05  TRI-ANO            PIC 9(04).
           05  TRI-PARCELA        PIC 9(02).
           05  TRI-ACORDO-SEQ     PIC 9(02).
           05  FILLER             PIC X(31).
      * PARCELA 00 IS THE DOWN PAYMENT.
       01  TRN-PAGTO-REC.
           05  FILLER             PIC X(01).
           05  TRP-LOTE-ID        PIC 9(05).
           05  TRP-ANO            PIC 9(04).
           05  TRP-SEQ            PIC 9(02).
           05  TRP-PARCELA        PIC 9(02).
           05  TRP-DATA           PIC 9(08).
           05  TRP-VALOR          PIC 9(08)V9(02).
           05  FILLER             PIC X(08).
      *
       FD  ARREARS-FILE.
       01  DIV-REC.
           05  DIV-LOTE-ID        PIC 9(05).
           05  DIV-ANO            PIC 9(04).
           05  DIV-PARCELA        PIC 9(02).
           05  DIV-PROP-ID        PIC 9(06).
           05  DIV-VALOR-ABERTO   PIC 9(08)V9(02).
           05  DIV-VALOR-DEVIDO   PIC 9(08)V9(02).
           05  DIV-ORIGEM         PIC X(01).
               88  DIV-ORIGEM-ACORDO VALUE 'A'.
           05  DIV-ACORDO-SEQ     PIC 9(02).
      *
       FD  LEDGER-FILE.
       01  ACO-REC                PIC X(70).
      *
       FD  LEDGER-NEW.
       01  ACON-REC               PIC X(70).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-TRN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DIV-STATUS          PIC X(02) VALUE SPACES.
       01  WS-LED-STATUS          PIC X(02) VALUE SPACES.
       01  WS-LEDN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
       01  WS-EOF-TRN             PIC X(01) VALUE 'N'.
       01  WS-EOF-DIV             PIC X(01) VALUE 'N'.
       01  WS-EOF-LED             PIC X(01) VALUE 'N'.
      *
      * PARAMETERS, WITH THEIR DEFAULTS.
       01  WS-JUROS-MES           PIC 9(02)V9(02) VALUE 1,00.
       01  WS-MAX-ATRASOS         PIC 9(02) VALUE 03.
      *
      * ONE LEDGER RECORD - AN 'H' AGREEMENT HEADER, AN 'I' ITEM THE
      * AGREEMENT CONSOLIDATED, OR A 'P' INSTALLMENT (PARCELA 00 IS
      * THE DOWN PAYMENT). THE KEY IS LOT, AGREEMENT YEAR AND SEQ.
       01  WS-ACO-REG.
           05  WS-AC-CHAVE.
               10  WS-AC-LOTE     PIC 9(05).
               10  WS-AC-ANO      PIC 9(04).
               10  WS-AC-SEQ      PIC 9(02).
           05  WS-AC-TIPO         PIC X(01).
               88  WS-AC-CABECALHO   VALUE 'H'.
               88  WS-AC-ITEM        VALUE 'I'.
               88  WS-AC-PARCELA     VALUE 'P'.
           05  WS-AC-DADOS        PIC X(58).
       01  WS-ACO-CAB REDEFINES WS-ACO-REG.
           05  FILLER             PIC X(12).
           05  WS-AH-PROP         PIC 9(06).
           05  WS-AH-DATA         PIC 9(08).
           05  WS-AH-QTD-PARCELAS PIC 9(02).
           05  WS-AH-VALOR-CONSOL PIC 9(08)V9(02).
           05  WS-AH-ENTRADA      PIC 9(08)V9(02).
           05  WS-AH-SITUACAO     PIC X(01).
               88  WS-AH-ATIVO       VALUE 'A'.
               88  WS-AH-QUITADO     VALUE 'Q'.
               88  WS-AH-CANCELADO   VALUE 'C'.
               88  WS-AH-RENEGOCIADO VALUE 'R'.
           05  WS-AH-DATA-CANCEL  PIC 9(08).
           05  WS-AH-SALDO-CANCEL PIC 9(08)V9(02).
           05  FILLER             PIC X(03).
       01  WS-ACO-ITEM REDEFINES WS-ACO-REG.
           05  FILLER             PIC X(12).
           05  WS-AI-ANO          PIC 9(04).
           05  WS-AI-PARCELA      PIC 9(02).
           05  WS-AI-ACORDO-SEQ   PIC 9(02).
           05  WS-AI-VALOR-DEVIDO PIC 9(08)V9(02).
           05  WS-AI-JUROS        PIC 9(08)V9(02).
           05  WS-AI-VALOR-CONSOL PIC 9(08)V9(02).
           05  FILLER             PIC X(20).
       01  WS-ACO-PARC REDEFINES WS-ACO-REG.
           05  FILLER             PIC X(12).
           05  WS-AP-PARCELA      PIC 9(02).
           05  WS-AP-VENCIMENTO   PIC 9(08).
           05  WS-AP-VALOR        PIC 9(08)V9(02).
           05  WS-AP-PAGO         PIC 9(08)V9(02).
           05  WS-AP-SITUACAO     PIC X(01).
               88  WS-AP-ABERTA      VALUE 'A'.
               88  WS-AP-PAGA        VALUE 'P'.
               88  WS-AP-CANCELADA   VALUE 'C'.
           05  FILLER             PIC X(27).
      *
      * THE WHOLE LEDGER IN MEMORY - LOADED, WORKED ON, REWRITTEN TO
      * THE IACONEW GENERATION. NEW AGREEMENTS GO ON THE END.
       01  WS-LED-TAB.
           05  WS-LED-LINHA       OCCURS 1 TO 10000 TIMES
                                   DEPENDING ON WS-LED-COUNT.
               10  WS-LED-REG     PIC X(70).
       01  WS-LED-COUNT           PIC 9(05) VALUE ZEROES.
       01  WS-L                   PIC 9(05) VALUE ZEROES.
       01  WS-H                   PIC 9(05) VALUE ZEROES.
      *
      * DIVATIVA ITEMS FROM THE LAST YEAR-END EXTRACT.
       01  WS-DIV-TAB.
           05  WS-DIV-LINHA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-DIV-COUNT.
               10  WS-DV-LOTE       PIC 9(05).
               10  WS-DV-ANO        PIC 9(04).
               10  WS-DV-PARCELA    PIC 9(02).
               10  WS-DV-PROP       PIC 9(06).
               10  WS-DV-ABERTO     PIC 9(08)V9(02).
               10  WS-DV-DEVIDO     PIC 9(08)V9(02).
       01  WS-DIV-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-D                   PIC 9(04) VALUE ZEROES.
      *
      * THE AGREEMENT BEING ASSEMBLED - THE 'A' TRANSACTION IS HELD
      * UNTIL ITS 'I' RECORDS HAVE ALL BEEN READ.
       01  WS-PEND-EXISTE         PIC X(01) VALUE 'N'.
       01  WS-PEND-LOTE           PIC 9(05) VALUE ZEROES.
       01  WS-PEND-PROP           PIC 9(06) VALUE ZEROES.
       01  WS-PEND-QTD-PARCELAS   PIC 9(02) VALUE ZEROES.
       01  WS-PEND-ENTRADA        PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-PEND-DATA           PIC 9(08) VALUE ZEROES.
       01  WS-PEND-OK             PIC X(01) VALUE 'S'.
       01  WS-PEND-MOTIVO         PIC X(44) VALUE SPACES.
       01  WS-SEL-TAB.
           05  WS-SEL-LINHA       OCCURS 100 TIMES.
               10  WS-SEL-ANO       PIC 9(04).
               10  WS-SEL-PARCELA   PIC 9(02).
               10  WS-SEL-SEQ       PIC 9(02).
               10  WS-SEL-ORIGEM    PIC X(01).
               10  WS-SEL-IDX       PIC 9(05).
               10  WS-SEL-DEVIDO    PIC 9(08)V9(02).
               10  WS-SEL-JUROS     PIC 9(08)V9(02).
       01  WS-SEL-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-S                   PIC 9(03) VALUE ZEROES.
       01  WS-SEL-EXPLICITA       PIC X(01) VALUE 'N'.
      *
       01  WS-ACHOU               PIC X(01) VALUE 'N'.
       01  WS-JA-ACORDADO         PIC X(01) VALUE 'N'.
       01  WS-NOVO-SEQ            PIC 9(02) VALUE ZEROES.
       01  WS-NOVO-ANO            PIC 9(04) VALUE ZEROES.
       01  WS-TOTAL-CONSOL        PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-FINANCIADO    PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-PARCELA       PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-ACUMULADO     PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-SALDO-PARCELA       PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-SALDO-ACORDO        PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-QTD-ATRASADAS       PIC 9(03) VALUE ZEROES.
       01  WS-QTD-ABERTAS         PIC 9(03) VALUE ZEROES.
       01  WS-P                   PIC 9(02) VALUE ZEROES.
       01  WS-MESES               PIC S9(05) VALUE ZEROES.
      *
      * DATE WORK AREAS - THE INSTALLMENT DUE DATES FALL ON THE
      * AGREEMENT DAY OF EACH FOLLOWING MONTH, NEVER PAST THE 28TH.
       01  WS-DATA-BASE           PIC 9(08) VALUE ZEROES.
       01  WS-DATA-BASE-R REDEFINES WS-DATA-BASE.
           05  WS-DB-ANO          PIC 9(04).
           05  WS-DB-MES          PIC 9(02).
           05  WS-DB-DIA          PIC 9(02).
       01  WS-DATA-INICIO         PIC 9(08) VALUE ZEROES.
       01  WS-DATA-INICIO-R REDEFINES WS-DATA-INICIO.
           05  WS-DI-ANO          PIC 9(04).
           05  WS-DI-MES          PIC 9(02).
           05  WS-DI-DIA          PIC 9(02).
       01  WS-DATA-VENC           PIC 9(08) VALUE ZEROES.
       01  WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
           05  WS-DV-VENC-ANO     PIC 9(04).
           05  WS-DV-VENC-MES     PIC 9(02).
           05  WS-DV-VENC-DIA     PIC 9(02).
       01  WS-MES-ABSOLUTO        PIC 9(06) VALUE ZEROES.
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE SPACE.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
       01  WS-QTD-ACORDOS         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-PAGAMENTOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-CANCELADOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADOS      PIC 9(05) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-LOTE         PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-ANO          PIC 9(04).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-EX-SEQ          PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-PARCELA      PIC 9(02).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(44).
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-LOTE         PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-ANO          PIC 9(04).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-DT-SEQ          PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PARCELA      PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DATA         PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VALOR        COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VALOR2       COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-LIT          PIC X(30).
      *
       01  WS-RESUMO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RS-LIT          PIC X(40).
           05  WS-RS-QTD          PIC ZZ.ZZ9.
      *
       01  WS-DATA-EDIT-IN        PIC 9(08) VALUE ZEROES.
       01  WS-DATA-EDIT-OUT       PIC X(10) VALUE SPACES.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
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
           IF WS-EOF-TRN IS NOT EQUAL TO 'Y'
             PERFORM PROCESSAR-TRANSACAO
               WITH TEST AFTER
               UNTIL WS-EOF-TRN IS EQUAL TO 'Y'
           END-IF.
           IF WS-PEND-EXISTE IS EQUAL TO 'S'
             PERFORM FECHAR-ACORDO
           END-IF.
      *
           PERFORM VERIFICAR-ATRASOS.
      *
           PERFORM GRAVAR-NOVO-LEDGER.
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
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-NUM(1:4).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-NUM(5:2).
           MOVE WS-RUN-DD   TO WS-RUN-DATE-NUM(7:2).
      *
           PERFORM CARREGAR-PARAMETROS.
           PERFORM CARREGAR-DIVIDA.
           PERFORM CARREGAR-LEDGER.
      *
      * NO IACOTRN MEANS A RUN THAT ONLY CHECKS FOR MISSED
      * INSTALLMENTS.
           OPEN INPUT  TRANS-FILE.
           IF WS-TRN-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-TRN
           ELSE
             MOVE WS-TRN-STATUS TO WS-FILE-STATUS
             MOVE 'TRANS-FILE'  TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
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
           MOVE 'EXERC111'                  TO RP-HDR-PROGRAM.
           MOVE 'PARCELAMENTO DA DIVIDA ATIVA' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT             TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                   TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE               TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A VALUE THAT IS NOT A NUMERIC TYPE 'N' PARAMETER IS TREATED AS
      * NO PARAMETER AT ALL, SO THE DEFAULT STANDS.
       CARREGAR-PARAMETROS.
           MOVE 'EXERC111'     TO WS-PRM-PROGRAMA.
           MOVE 'JUROS-MES   ' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:4) IS NUMERIC
               MOVE WS-PRM-VALOR(1:4) TO WS-JUROS-MES(1:4)
             END-IF
           END-IF.
      *
           MOVE 'MAX-ATRASOS ' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:2) IS NUMERIC
               IF WS-PRM-VALOR(1:2) IS GREATER THAN '00'
                 MOVE WS-PRM-VALOR(1:2) TO WS-MAX-ATRASOS
               END-IF
             END-IF
           END-IF.
      *
      * BALANCES OF CANCELLED AGREEMENTS ON DIVATIVA ARE SKIPPED -
      * THEY ARE TAKEN FROM THE LEDGER ITSELF, WHICH IS NEVER BEHIND.
       CARREGAR-DIVIDA.
           OPEN INPUT ARREARS-FILE.
           IF WS-DIV-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-DIV
           ELSE
             MOVE WS-DIV-STATUS  TO WS-FILE-STATUS
             MOVE 'ARREARS-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-DIVIDA
               WITH TEST AFTER
               UNTIL WS-EOF-DIV IS EQUAL TO 'Y'
             CLOSE ARREARS-FILE
           END-IF.
      *
       LER-DIVIDA.
           READ ARREARS-FILE
             AT END
               MOVE 'Y' TO WS-EOF-DIV
           END-READ.
           MOVE WS-DIV-STATUS  TO WS-FILE-STATUS.
           MOVE 'ARREARS-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-DIV IS NOT EQUAL TO 'Y' AND
              NOT DIV-ORIGEM-ACORDO
             IF WS-DIV-COUNT IS NOT LESS THAN 5000
               DISPLAY 'EXERC111 - MAIS DE 5000 ITENS NO DIVATIVA'
                       ' - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-DIV-COUNT
             MOVE DIV-LOTE-ID      TO WS-DV-LOTE(WS-DIV-COUNT)
             MOVE DIV-ANO          TO WS-DV-ANO(WS-DIV-COUNT)
             MOVE DIV-PARCELA      TO WS-DV-PARCELA(WS-DIV-COUNT)
             MOVE DIV-PROP-ID      TO WS-DV-PROP(WS-DIV-COUNT)
             MOVE DIV-VALOR-ABERTO TO WS-DV-ABERTO(WS-DIV-COUNT)
             MOVE DIV-VALOR-DEVIDO TO WS-DV-DEVIDO(WS-DIV-COUNT)
           END-IF.
      *
      * A MISSING IACOFILE IS THE FIRST RUN.
       CARREGAR-LEDGER.
           OPEN INPUT LEDGER-FILE.
           IF WS-LED-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-LED
           ELSE
             MOVE WS-LED-STATUS TO WS-FILE-STATUS
             MOVE 'LEDGER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-LEDGER
               WITH TEST AFTER
               UNTIL WS-EOF-LED IS EQUAL TO 'Y'
             CLOSE LEDGER-FILE
           END-IF.
      *
       LER-LEDGER.
           READ LEDGER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-LED
           END-READ.
           MOVE WS-LED-STATUS TO WS-FILE-STATUS.
           MOVE 'LEDGER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-LED IS NOT EQUAL TO 'Y'
             PERFORM VERIFICAR-ESPACO-LEDGER
             ADD 1 TO WS-LED-COUNT
             MOVE ACO-REC TO WS-LED-REG(WS-LED-COUNT)
           END-IF.
      *
       VERIFICAR-ESPACO-LEDGER.
           IF WS-LED-COUNT IS NOT LESS THAN 10000
             DISPLAY 'EXERC111 - MAIS DE 10000 REGISTROS NO IACOFILE'
                     ' - RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
      *
      * AN 'I' RECORD BELONGS TO THE 'A' BEFORE IT; ANY OTHER RECORD
      * CLOSES THE AGREEMENT BEING ASSEMBLED.
       PROCESSAR-TRANSACAO.
           READ TRANS-FILE
             AT END
               MOVE 'Y' TO WS-EOF-TRN
           END-READ.
           MOVE WS-TRN-STATUS TO WS-FILE-STATUS.
           MOVE 'TRANS-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-TRN IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF NOT TRN-ITEM AND WS-PEND-EXISTE IS EQUAL TO 'S'
               PERFORM FECHAR-ACORDO
             END-IF
             EVALUATE TRUE
               WHEN TRN-ACORDO
                 PERFORM ABRIR-ACORDO
               WHEN TRN-ITEM
                 PERFORM SELECIONAR-ITEM
               WHEN TRN-PAGAMENTO
                 PERFORM APLICAR-PAGAMENTO
               WHEN OTHER
                 MOVE ZEROES TO WS-EX-LOTE WS-EX-ANO WS-EX-SEQ
                                WS-EX-PARCELA
                 MOVE 'TIPO DE TRANSACAO INVALIDO' TO WS-EX-LIT
                 PERFORM IMPRIMIR-EXCECAO
             END-EVALUATE
           END-IF.
      *
       ABRIR-ACORDO.
           MOVE 'S'              TO WS-PEND-EXISTE.
           MOVE 'S'              TO WS-PEND-OK.
           MOVE SPACES           TO WS-PEND-MOTIVO.
           MOVE 'N'              TO WS-SEL-EXPLICITA.
           MOVE ZEROES           TO WS-SEL-COUNT.
           MOVE TRA-LOTE-ID      TO WS-PEND-LOTE.
           MOVE TRA-PROP-ID      TO WS-PEND-PROP.
           MOVE TRA-QTD-PARCELAS TO WS-PEND-QTD-PARCELAS.
           MOVE TRA-ENTRADA      TO WS-PEND-ENTRADA.
           MOVE TRA-DATA         TO WS-PEND-DATA.
      *
           MOVE 'F'              TO WS-FUNCAO-DATECHK.
           MOVE TRA-DATA         TO WS-DATA-VERIFICADA.
           CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                WS-DATA-VERIFICADA
                                WS-RETORNO-DATECHK
                                WS-DIA-SEMANA
           END-CALL.
           EVALUATE TRUE
             WHEN TRA-DATA IS NOT NUMERIC OR
                  WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
               MOVE 'N' TO WS-PEND-OK
               MOVE 'DATA DO ACORDO INVALIDA OU FUTURA'
                 TO WS-PEND-MOTIVO
             WHEN TRA-QTD-PARCELAS IS NOT NUMERIC OR
                  TRA-QTD-PARCELAS IS EQUAL TO ZEROES OR
                  TRA-QTD-PARCELAS IS GREATER THAN 60
               MOVE 'N' TO WS-PEND-OK
               MOVE 'QTD DE PARCELAS FORA DE 01 A 60'
                 TO WS-PEND-MOTIVO
             WHEN TRA-ENTRADA IS NOT NUMERIC
               MOVE 'N' TO WS-PEND-OK
               MOVE 'VALOR DE ENTRADA INVALIDO' TO WS-PEND-MOTIVO
           END-EVALUATE.
      *
      * AN EXPLICIT ITEM MUST BE ON DIVATIVA (OR BE A CANCELLED
      * AGREEMENT) FOR THIS LOT AND OWNER AND NOT ALREADY UNDER AN
      * AGREEMENT - OTHERWISE THE WHOLE AGREEMENT IS REFUSED.
       SELECIONAR-ITEM.
           IF WS-PEND-EXISTE IS NOT EQUAL TO 'S'
             MOVE ZEROES      TO WS-EX-LOTE WS-EX-SEQ
             MOVE TRI-ANO     TO WS-EX-ANO
             MOVE TRI-PARCELA TO WS-EX-PARCELA
             MOVE 'ITEM SEM TRANSACAO DE ACORDO ANTES'
               TO WS-EX-LIT
             PERFORM IMPRIMIR-EXCECAO
           ELSE
             MOVE 'S' TO WS-SEL-EXPLICITA
             IF WS-PEND-OK IS EQUAL TO 'S'
               IF TRI-PARCELA IS EQUAL TO ZEROES
                 PERFORM SELECIONAR-ACORDO-CANCELADO
               ELSE
                 PERFORM SELECIONAR-ITEM-DIVIDA
               END-IF
             END-IF
           END-IF.
      *
       SELECIONAR-ITEM-DIVIDA.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DIV-COUNT
             IF WS-DV-LOTE(WS-D) IS EQUAL TO WS-PEND-LOTE AND
                WS-DV-PROP(WS-D) IS EQUAL TO WS-PEND-PROP AND
                WS-DV-ANO(WS-D) IS EQUAL TO TRI-ANO AND
                WS-DV-PARCELA(WS-D) IS EQUAL TO TRI-PARCELA
               MOVE 'S' TO WS-ACHOU
               PERFORM VERIFICAR-ITEM-ACORDADO
               IF WS-JA-ACORDADO IS EQUAL TO 'S'
                 MOVE 'N' TO WS-PEND-OK
                 MOVE 'ITEM JA INCLUIDO EM OUTRO ACORDO'
                   TO WS-PEND-MOTIVO
               ELSE
                 PERFORM INCLUIR-ITEM-DIVIDA
               END-IF
               MOVE WS-DIV-COUNT TO WS-D
             END-IF
           END-PERFORM.
           IF WS-ACHOU IS EQUAL TO 'N'
             MOVE 'N' TO WS-PEND-OK
             MOVE 'ITEM NAO ESTA NA DIVIDA ATIVA DO LOTE'
               TO WS-PEND-MOTIVO
           END-IF.
      *
       SELECIONAR-ACORDO-CANCELADO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LED-COUNT
             MOVE WS-LED-REG(WS-L) TO WS-ACO-REG
             IF WS-AC-CABECALHO AND
                WS-AC-LOTE IS EQUAL TO WS-PEND-LOTE AND
                WS-AC-ANO IS EQUAL TO TRI-ANO AND
                WS-AC-SEQ IS EQUAL TO TRI-ACORDO-SEQ AND
                WS-AH-PROP IS EQUAL TO WS-PEND-PROP AND
                WS-AH-CANCELADO
               MOVE 'S' TO WS-ACHOU
               PERFORM INCLUIR-ACORDO-CANCELADO
               MOVE WS-LED-COUNT TO WS-L
             END-IF
           END-PERFORM.
           IF WS-ACHOU IS EQUAL TO 'N'
             MOVE 'N' TO WS-PEND-OK
             MOVE 'ACORDO CANCELADO NAO ENCONTRADO'
               TO WS-PEND-MOTIVO
           END-IF.
      *
      * AN ITEM IS TAKEN WHEN ANY AGREEMENT ON THE LEDGER - WHATEVER
      * ITS STATUS - ALREADY CONSOLIDATED IT, OR WHEN THE AGREEMENT
      * BEING ASSEMBLED ALREADY HAS IT.
       VERIFICAR-ITEM-ACORDADO.
           MOVE 'N' TO WS-JA-ACORDADO.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LED-COUNT
             MOVE WS-LED-REG(WS-L) TO WS-ACO-REG
             IF WS-AC-ITEM AND
                WS-AC-LOTE IS EQUAL TO WS-DV-LOTE(WS-D) AND
                WS-AI-ANO IS EQUAL TO WS-DV-ANO(WS-D) AND
                WS-AI-PARCELA IS EQUAL TO WS-DV-PARCELA(WS-D)
               MOVE 'S' TO WS-JA-ACORDADO
               MOVE WS-LED-COUNT TO WS-L
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEL-COUNT
             IF WS-SEL-ORIGEM(WS-S) IS EQUAL TO 'I' AND
                WS-SEL-IDX(WS-S) IS EQUAL TO WS-D
               MOVE 'S' TO WS-JA-ACORDADO
             END-IF
           END-PERFORM.
      *
      * INTEREST FROM 1 JANUARY AFTER THE ASSESSMENT YEAR, WHEN THE
      * INSTALLMENT WENT TO DIVIDA ATIVA, ON THE OPEN PRINCIPAL.
       INCLUIR-ITEM-DIVIDA.
           PERFORM VERIFICAR-ESPACO-SELECAO.
           ADD 1 TO WS-SEL-COUNT.
           MOVE WS-DV-ANO(WS-D)     TO WS-SEL-ANO(WS-SEL-COUNT).
           MOVE WS-DV-PARCELA(WS-D) TO WS-SEL-PARCELA(WS-SEL-COUNT).
           MOVE ZEROES              TO WS-SEL-SEQ(WS-SEL-COUNT).
           MOVE 'I'                 TO WS-SEL-ORIGEM(WS-SEL-COUNT).
           MOVE WS-D                TO WS-SEL-IDX(WS-SEL-COUNT).
           MOVE WS-DV-DEVIDO(WS-D)  TO WS-SEL-DEVIDO(WS-SEL-COUNT).
           COMPUTE WS-DI-ANO = WS-DV-ANO(WS-D) + 1.
           MOVE 01                  TO WS-DI-MES.
           MOVE 01                  TO WS-DI-DIA.
           PERFORM CONTAR-MESES.
           COMPUTE WS-SEL-JUROS(WS-SEL-COUNT) ROUNDED =
                   WS-DV-ABERTO(WS-D) * WS-JUROS-MES / 100 * WS-MESES.
      *
      * THE BALANCE OF A CANCELLED AGREEMENT ALREADY CARRIES ITS
      * FINE AND INTEREST UP TO THE CANCELLATION - ONLY THE MONTHS
      * SINCE THEN ARE ADDED.
       INCLUIR-ACORDO-CANCELADO.
           PERFORM VERIFICAR-ESPACO-SELECAO.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEL-COUNT
             IF WS-SEL-ORIGEM(WS-S) IS EQUAL TO 'A' AND
                WS-SEL-IDX(WS-S) IS EQUAL TO WS-L
               MOVE 'N' TO WS-PEND-OK
               MOVE 'ACORDO CANCELADO INFORMADO DUAS VEZES'
                 TO WS-PEND-MOTIVO
             END-IF
           END-PERFORM.
           ADD 1 TO WS-SEL-COUNT.
           MOVE WS-AC-ANO           TO WS-SEL-ANO(WS-SEL-COUNT).
           MOVE ZEROES              TO WS-SEL-PARCELA(WS-SEL-COUNT).
           MOVE WS-AC-SEQ           TO WS-SEL-SEQ(WS-SEL-COUNT).
           MOVE 'A'                 TO WS-SEL-ORIGEM(WS-SEL-COUNT).
           MOVE WS-L                TO WS-SEL-IDX(WS-SEL-COUNT).
           MOVE WS-AH-SALDO-CANCEL  TO WS-SEL-DEVIDO(WS-SEL-COUNT).
           MOVE WS-AH-DATA-CANCEL   TO WS-DATA-INICIO.
           PERFORM CONTAR-MESES.
           COMPUTE WS-SEL-JUROS(WS-SEL-COUNT) ROUNDED =
                   WS-AH-SALDO-CANCEL * WS-JUROS-MES / 100 * WS-MESES.
      *
       VERIFICAR-ESPACO-SELECAO.
           IF WS-SEL-COUNT IS NOT LESS THAN 100
             DISPLAY 'EXERC111 - MAIS DE 100 ITENS NUM ACORDO'
                     ' - RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
      *
      * FULL MONTHS FROM WS-DATA-INICIO TO THE AGREEMENT DATE - NONE
      * WHEN THE AGREEMENT IS NOT LATER.
       CONTAR-MESES.
           MOVE WS-PEND-DATA TO WS-DATA-BASE.
           COMPUTE WS-MESES =
                   (WS-DB-ANO * 12 + WS-DB-MES)
                 - (WS-DI-ANO * 12 + WS-DI-MES).
           IF WS-DB-DIA IS LESS THAN WS-DI-DIA
             SUBTRACT 1 FROM WS-MESES
           END-IF.
           IF WS-MESES IS LESS THAN ZEROES
             MOVE ZEROES TO WS-MESES
           END-IF.
      *
      * WITH NO 'I' RECORDS THE AGREEMENT TAKES EVERY DIVATIVA ITEM
      * AND EVERY CANCELLED AGREEMENT OF THE LOT AND OWNER THAT IS
      * NOT UNDER AN AGREEMENT YET.
       SELECIONAR-TUDO.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DIV-COUNT
             IF WS-DV-LOTE(WS-D) IS EQUAL TO WS-PEND-LOTE AND
                WS-DV-PROP(WS-D) IS EQUAL TO WS-PEND-PROP
               PERFORM VERIFICAR-ITEM-ACORDADO
               IF WS-JA-ACORDADO IS EQUAL TO 'N'
                 PERFORM INCLUIR-ITEM-DIVIDA
               END-IF
             END-IF
           END-PERFORM.
      *
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-LED-COUNT
             MOVE WS-LED-REG(WS-H) TO WS-ACO-REG
             IF WS-AC-CABECALHO AND
                WS-AC-LOTE IS EQUAL TO WS-PEND-LOTE AND
                WS-AH-PROP IS EQUAL TO WS-PEND-PROP AND
                WS-AH-CANCELADO
               MOVE WS-H TO WS-L
               PERFORM INCLUIR-ACORDO-CANCELADO
             END-IF
           END-PERFORM.
      *
      * WRITES THE AGREEMENT - HEADER, ITEMS, DOWN PAYMENT AND THE
      * INSTALLMENTS, THE LAST ONE CARRYING THE ROUNDING CENTAVO.
       FECHAR-ACORDO.
           MOVE 'N' TO WS-PEND-EXISTE.
           IF WS-PEND-OK IS EQUAL TO 'S' AND
              WS-SEL-EXPLICITA IS EQUAL TO 'N'
             PERFORM SELECIONAR-TUDO
           END-IF.
      *
           MOVE ZEROES TO WS-TOTAL-CONSOL.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEL-COUNT
             COMPUTE WS-TOTAL-CONSOL = WS-TOTAL-CONSOL
                     + WS-SEL-DEVIDO(WS-S) + WS-SEL-JUROS(WS-S)
           END-PERFORM.
      *
           IF WS-PEND-OK IS EQUAL TO 'S'
             EVALUATE TRUE
               WHEN WS-SEL-COUNT IS EQUAL TO ZEROES
                 MOVE 'N' TO WS-PEND-OK
                 MOVE 'LOTE/PROPRIETARIO SEM DIVIDA A PARCELAR'
                   TO WS-PEND-MOTIVO
               WHEN WS-PEND-ENTRADA IS NOT LESS THAN WS-TOTAL-CONSOL
                 MOVE 'N' TO WS-PEND-OK
                 MOVE 'ENTRADA COBRE O TOTAL - USAR PAGAMENTO'
                   TO WS-PEND-MOTIVO
             END-EVALUATE
           END-IF.
      *
           MOVE WS-PEND-DATA TO WS-DATA-BASE.
           IF WS-PEND-OK IS NOT EQUAL TO 'S'
             ADD 1 TO WS-QTD-REJEITADOS
             MOVE WS-PEND-LOTE   TO WS-EX-LOTE
             MOVE WS-DB-ANO      TO WS-EX-ANO
             MOVE ZEROES         TO WS-EX-SEQ
             MOVE ZEROES         TO WS-EX-PARCELA
             MOVE WS-PEND-MOTIVO TO WS-EX-LIT
             PERFORM IMPRIMIR-EXCECAO
           ELSE
             PERFORM GRAVAR-ACORDO
           END-IF.
      *
       GRAVAR-ACORDO.
           ADD 1 TO WS-QTD-ACORDOS.
           MOVE WS-DB-ANO TO WS-NOVO-ANO.
           MOVE ZEROES    TO WS-NOVO-SEQ.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LED-COUNT
             MOVE WS-LED-REG(WS-L) TO WS-ACO-REG
             IF WS-AC-CABECALHO AND
                WS-AC-LOTE IS EQUAL TO WS-PEND-LOTE AND
                WS-AC-ANO IS EQUAL TO WS-NOVO-ANO AND
                WS-AC-SEQ IS GREATER THAN WS-NOVO-SEQ
               MOVE WS-AC-SEQ TO WS-NOVO-SEQ
             END-IF
           END-PERFORM.
           ADD 1 TO WS-NOVO-SEQ.
      *
           MOVE SPACES               TO WS-ACO-REG.
           MOVE WS-PEND-LOTE         TO WS-AC-LOTE.
           MOVE WS-NOVO-ANO          TO WS-AC-ANO.
           MOVE WS-NOVO-SEQ          TO WS-AC-SEQ.
           MOVE 'H'                  TO WS-AC-TIPO.
           MOVE WS-PEND-PROP         TO WS-AH-PROP.
           MOVE WS-PEND-DATA         TO WS-AH-DATA.
           MOVE WS-PEND-QTD-PARCELAS TO WS-AH-QTD-PARCELAS.
           MOVE WS-TOTAL-CONSOL      TO WS-AH-VALOR-CONSOL.
           MOVE WS-PEND-ENTRADA      TO WS-AH-ENTRADA.
           MOVE 'A'                  TO WS-AH-SITUACAO.
           MOVE ZEROES               TO WS-AH-DATA-CANCEL.
           MOVE ZEROES               TO WS-AH-SALDO-CANCEL.
           PERFORM INCLUIR-NO-LEDGER.
      *
           MOVE WS-PEND-DATA         TO WS-DATA-EDIT-IN.
           PERFORM EDITAR-DATA.
           MOVE WS-PEND-LOTE         TO WS-DT-LOTE.
           MOVE WS-NOVO-ANO          TO WS-DT-ANO.
           MOVE WS-NOVO-SEQ          TO WS-DT-SEQ.
           MOVE ZEROES               TO WS-DT-PARCELA.
           MOVE WS-DATA-EDIT-OUT     TO WS-DT-DATA.
           MOVE WS-TOTAL-CONSOL      TO WS-DT-VALOR.
           MOVE WS-PEND-ENTRADA      TO WS-DT-VALOR2.
           MOVE 'ACORDO FIRMADO (TOTAL/ENTRADA)' TO WS-DT-LIT.
           MOVE WS-DETAIL-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SEL-COUNT
             PERFORM GRAVAR-ITEM-ACORDO
           END-PERFORM.
      *
           IF WS-PEND-ENTRADA IS GREATER THAN ZEROES
             MOVE ZEROES          TO WS-P
             MOVE WS-PEND-DATA    TO WS-DATA-VENC
             MOVE WS-PEND-ENTRADA TO WS-VALOR-PARCELA
             PERFORM GRAVAR-PARCELA-ACORDO
           END-IF.
      *
           COMPUTE WS-VALOR-FINANCIADO =
                   WS-TOTAL-CONSOL - WS-PEND-ENTRADA.
           COMPUTE WS-VALOR-PARCELA ROUNDED =
                   WS-VALOR-FINANCIADO / WS-PEND-QTD-PARCELAS.
           MOVE ZEROES TO WS-VALOR-ACUMULADO.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PEND-QTD-PARCELAS
             PERFORM CALCULAR-VENCIMENTO
             IF WS-P IS EQUAL TO WS-PEND-QTD-PARCELAS
               COMPUTE WS-VALOR-PARCELA =
                       WS-VALOR-FINANCIADO - WS-VALOR-ACUMULADO
             ELSE
               ADD WS-VALOR-PARCELA TO WS-VALOR-ACUMULADO
             END-IF
             PERFORM GRAVAR-PARCELA-ACORDO
           END-PERFORM.
      *
      * THE ITEM RECORD KEEPS WHAT WAS CONSOLIDATED; A CANCELLED
      * AGREEMENT TAKEN IN IS MARKED RENEGOTIATED SO ITS BALANCE
      * LEAVES DIVIDA ATIVA.
       GRAVAR-ITEM-ACORDO.
           MOVE SPACES                TO WS-ACO-REG.
           MOVE WS-PEND-LOTE          TO WS-AC-LOTE.
           MOVE WS-NOVO-ANO           TO WS-AC-ANO.
           MOVE WS-NOVO-SEQ           TO WS-AC-SEQ.
           MOVE 'I'                   TO WS-AC-TIPO.
           MOVE WS-SEL-ANO(WS-S)      TO WS-AI-ANO.
           MOVE WS-SEL-PARCELA(WS-S)  TO WS-AI-PARCELA.
           MOVE WS-SEL-SEQ(WS-S)      TO WS-AI-ACORDO-SEQ.
           MOVE WS-SEL-DEVIDO(WS-S)   TO WS-AI-VALOR-DEVIDO.
           MOVE WS-SEL-JUROS(WS-S)    TO WS-AI-JUROS.
           COMPUTE WS-AI-VALOR-CONSOL =
                   WS-SEL-DEVIDO(WS-S) + WS-SEL-JUROS(WS-S).
           PERFORM INCLUIR-NO-LEDGER.
      *
           MOVE WS-PEND-LOTE          TO WS-DT-LOTE.
           MOVE WS-SEL-ANO(WS-S)      TO WS-DT-ANO.
           MOVE WS-SEL-SEQ(WS-S)      TO WS-DT-SEQ.
           MOVE WS-SEL-PARCELA(WS-S)  TO WS-DT-PARCELA.
           MOVE SPACES                TO WS-DT-DATA.
           MOVE WS-SEL-DEVIDO(WS-S)   TO WS-DT-VALOR.
           MOVE WS-SEL-JUROS(WS-S)    TO WS-DT-VALOR2.
           IF WS-SEL-ORIGEM(WS-S) IS EQUAL TO 'A'
             MOVE WS-SEL-IDX(WS-S)    TO WS-L
             MOVE WS-LED-REG(WS-L)    TO WS-ACO-REG
             MOVE 'R'                 TO WS-AH-SITUACAO
             MOVE WS-ACO-REG          TO WS-LED-REG(WS-L)
             MOVE '  SALDO ACORDO CANC. + JUROS' TO WS-DT-LIT
           ELSE
             MOVE '  ITEM DIVIDA ATIVA + JUROS' TO WS-DT-LIT
           END-IF.
           MOVE WS-DETAIL-LINE        TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-PARCELA-ACORDO.
           MOVE SPACES                TO WS-ACO-REG.
           MOVE WS-PEND-LOTE          TO WS-AC-LOTE.
           MOVE WS-NOVO-ANO           TO WS-AC-ANO.
           MOVE WS-NOVO-SEQ           TO WS-AC-SEQ.
           MOVE 'P'                   TO WS-AC-TIPO.
           MOVE WS-P                  TO WS-AP-PARCELA.
           MOVE WS-DATA-VENC          TO WS-AP-VENCIMENTO.
           MOVE WS-VALOR-PARCELA      TO WS-AP-VALOR.
           MOVE ZEROES                TO WS-AP-PAGO.
           MOVE 'A'                   TO WS-AP-SITUACAO.
           PERFORM INCLUIR-NO-LEDGER.
      *
           MOVE WS-DATA-VENC          TO WS-DATA-EDIT-IN.
           PERFORM EDITAR-DATA.
           MOVE WS-PEND-LOTE          TO WS-DT-LOTE.
           MOVE WS-NOVO-ANO           TO WS-DT-ANO.
           MOVE WS-NOVO-SEQ           TO WS-DT-SEQ.
           MOVE WS-P                  TO WS-DT-PARCELA.
           MOVE WS-DATA-EDIT-OUT      TO WS-DT-DATA.
           MOVE WS-VALOR-PARCELA      TO WS-DT-VALOR.
           MOVE ZEROES                TO WS-DT-VALOR2.
           IF WS-P IS EQUAL TO ZEROES
             MOVE '  ENTRADA' TO WS-DT-LIT
           ELSE
             MOVE '  PARCELA DO ACORDO' TO WS-DT-LIT
           END-IF.
           MOVE WS-DETAIL-LINE        TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * INSTALLMENT WS-P FALLS WS-P MONTHS AFTER THE AGREEMENT DATE.
       CALCULAR-VENCIMENTO.
           MOVE WS-PEND-DATA TO WS-DATA-BASE.
           COMPUTE WS-MES-ABSOLUTO =
                   WS-DB-ANO * 12 + WS-DB-MES - 1 + WS-P.
           DIVIDE WS-MES-ABSOLUTO BY 12
             GIVING WS-DV-VENC-ANO
             REMAINDER WS-DV-VENC-MES.
           ADD 1 TO WS-DV-VENC-MES.
           IF WS-DB-DIA IS GREATER THAN 28
             MOVE 28 TO WS-DV-VENC-DIA
           ELSE
             MOVE WS-DB-DIA TO WS-DV-VENC-DIA
           END-IF.
      *
       INCLUIR-NO-LEDGER.
           PERFORM VERIFICAR-ESPACO-LEDGER.
           ADD 1 TO WS-LED-COUNT.
           MOVE WS-ACO-REG TO WS-LED-REG(WS-LED-COUNT).
      *
      * A PAYMENT NAMES THE AGREEMENT (LOT, YEAR, SEQ) AND THE
      * INSTALLMENT. PARTIAL PAYMENTS ACCUMULATE; AN OVERPAY GOES TO
      * THE EXCEPTIONS BUT IS KEPT, AS ON THE IPTU LEDGER. THE LAST
      * INSTALLMENT PAID SETTLES THE AGREEMENT.
       APLICAR-PAGAMENTO.
           MOVE TRP-LOTE-ID TO WS-EX-LOTE.
           MOVE TRP-ANO     TO WS-EX-ANO.
           MOVE TRP-SEQ     TO WS-EX-SEQ.
           MOVE TRP-PARCELA TO WS-EX-PARCELA.
           PERFORM LOCALIZAR-CABECALHO.
      *
           EVALUATE TRUE
             WHEN WS-H IS EQUAL TO ZEROES
               MOVE 'ACORDO NAO ENCONTRADO - PAGAMENTO REJEITADO'
                 TO WS-EX-LIT
               PERFORM IMPRIMIR-EXCECAO
             WHEN NOT WS-AH-ATIVO
               MOVE 'ACORDO NAO ESTA ATIVO - PAGAMENTO REJEITADO'
                 TO WS-EX-LIT
               PERFORM IMPRIMIR-EXCECAO
             WHEN TRP-VALOR IS NOT NUMERIC OR
                  TRP-VALOR IS EQUAL TO ZEROES
               MOVE 'VALOR DO PAGAMENTO INVALIDO' TO WS-EX-LIT
               PERFORM IMPRIMIR-EXCECAO
             WHEN OTHER
               PERFORM PAGAR-PARCELA-ACORDO
           END-EVALUATE.
      *
      * WS-H COMES BACK AS THE HEADER'S POSITION (ZERO WHEN ABSENT)
      * WITH THE HEADER IN WS-ACO-REG.
       LOCALIZAR-CABECALHO.
           MOVE ZEROES TO WS-H.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LED-COUNT
             MOVE WS-LED-REG(WS-L) TO WS-ACO-REG
             IF WS-AC-CABECALHO AND
                WS-AC-LOTE IS EQUAL TO TRP-LOTE-ID AND
                WS-AC-ANO IS EQUAL TO TRP-ANO AND
                WS-AC-SEQ IS EQUAL TO TRP-SEQ
               MOVE WS-L TO WS-H
               MOVE WS-LED-COUNT TO WS-L
             END-IF
           END-PERFORM.
           IF WS-H IS GREATER THAN ZEROES
             MOVE WS-LED-REG(WS-H) TO WS-ACO-REG
           END-IF.
      *
       PAGAR-PARCELA-ACORDO.
           MOVE 'N' TO WS-ACHOU.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LED-COUNT
             MOVE WS-LED-REG(WS-L) TO WS-ACO-REG
             IF WS-AC-PARCELA AND
                WS-AC-LOTE IS EQUAL TO TRP-LOTE-ID AND
                WS-AC-ANO IS EQUAL TO TRP-ANO AND
                WS-AC-SEQ IS EQUAL TO TRP-SEQ AND
                WS-AP-PARCELA IS EQUAL TO TRP-PARCELA
               MOVE 'S' TO WS-ACHOU
               PERFORM REGISTRAR-PAGAMENTO
               MOVE WS-LED-COUNT TO WS-L
             END-IF
           END-PERFORM.
      *
           IF WS-ACHOU IS EQUAL TO 'N'
             MOVE 'PARCELA NAO ENCONTRADA - PAGAMENTO REJEITADO'
               TO WS-EX-LIT
             PERFORM IMPRIMIR-EXCECAO
           ELSE
             PERFORM VERIFICAR-QUITACAO
           END-IF.
      *
       REGISTRAR-PAGAMENTO.
           ADD 1 TO WS-QTD-PAGAMENTOS.
           COMPUTE WS-SALDO-PARCELA = WS-AP-VALOR - WS-AP-PAGO.
           IF TRP-VALOR IS GREATER THAN WS-SALDO-PARCELA
             MOVE 'PAGAMENTO ACIMA DO SALDO DA PARCELA'
               TO WS-EX-LIT
             PERFORM IMPRIMIR-EXCECAO
           END-IF.
           ADD TRP-VALOR TO WS-AP-PAGO.
           IF WS-AP-PAGO IS NOT LESS THAN WS-AP-VALOR
             MOVE 'P' TO WS-AP-SITUACAO
           END-IF.
           MOVE WS-ACO-REG TO WS-LED-REG(WS-L).
           ADD TRP-VALOR TO WS-CONTROL-TOT.
      *
           MOVE TRP-DATA      TO WS-DATA-EDIT-IN.
           PERFORM EDITAR-DATA.
           MOVE TRP-LOTE-ID   TO WS-DT-LOTE.
           MOVE TRP-ANO       TO WS-DT-ANO.
           MOVE TRP-SEQ       TO WS-DT-SEQ.
           MOVE TRP-PARCELA   TO WS-DT-PARCELA.
           MOVE WS-DATA-EDIT-OUT TO WS-DT-DATA.
           MOVE WS-AP-VALOR   TO WS-DT-VALOR.
           MOVE WS-AP-PAGO    TO WS-DT-VALOR2.
           IF WS-AP-PAGA
             MOVE 'PARCELA DO ACORDO QUITADA' TO WS-DT-LIT
           ELSE
             MOVE 'PAGAMENTO PARCIAL' TO WS-DT-LIT
           END-IF.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       VERIFICAR-QUITACAO.
           MOVE ZEROES TO WS-QTD-ABERTAS.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LED-COUNT
             MOVE WS-LED-REG(WS-L) TO WS-ACO-REG
             IF WS-AC-PARCELA AND
                WS-AC-LOTE IS EQUAL TO TRP-LOTE-ID AND
                WS-AC-ANO IS EQUAL TO TRP-ANO AND
                WS-AC-SEQ IS EQUAL TO TRP-SEQ AND
                WS-AP-ABERTA
               ADD 1 TO WS-QTD-ABERTAS
             END-IF
           END-PERFORM.
           IF WS-QTD-ABERTAS IS EQUAL TO ZEROES
             MOVE WS-LED-REG(WS-H) TO WS-ACO-REG
             MOVE 'Q'              TO WS-AH-SITUACAO
             MOVE WS-ACO-REG       TO WS-LED-REG(WS-H)
             MOVE SPACES           TO WS-DT-DATA
             MOVE ZEROES           TO WS-DT-PARCELA
             MOVE WS-AH-VALOR-CONSOL TO WS-DT-VALOR
             MOVE ZEROES           TO WS-DT-VALOR2
             MOVE 'ACORDO QUITADO' TO WS-DT-LIT
             MOVE WS-DETAIL-LINE   TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
      * EVERY ACTIVE AGREEMENT WITH MAX-ATRASOS OR MORE INSTALLMENTS
      * PAST DUE AND NOT FULLY PAID IS CANCELLED. ITS OPEN BALANCE IS
      * KEPT ON THE HEADER FOR EXERC053 MODE 'D' TO RETURN TO DIVIDA
      * ATIVA, AND THE OPEN INSTALLMENTS ARE CLOSED.
       VERIFICAR-ATRASOS.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-LED-COUNT
             MOVE WS-LED-REG(WS-H) TO WS-ACO-REG
             IF WS-AC-CABECALHO AND WS-AH-ATIVO
               PERFORM CONTAR-ATRASOS
               IF WS-QTD-ATRASADAS IS NOT LESS THAN WS-MAX-ATRASOS
                 PERFORM CANCELAR-ACORDO
               END-IF
             END-IF
           END-PERFORM.
      *
       CONTAR-ATRASOS.
           MOVE ZEROES TO WS-QTD-ATRASADAS.
           MOVE ZEROES TO WS-SALDO-ACORDO.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LED-COUNT
             IF WS-LED-REG(WS-L)(1:11) IS EQUAL TO
                WS-LED-REG(WS-H)(1:11)
               MOVE WS-LED-REG(WS-L) TO WS-ACO-REG
               IF WS-AC-PARCELA AND WS-AP-ABERTA
                 COMPUTE WS-SALDO-ACORDO = WS-SALDO-ACORDO
                         + WS-AP-VALOR - WS-AP-PAGO
                 IF WS-AP-VENCIMENTO IS LESS THAN WS-RUN-DATE-NUM
                   ADD 1 TO WS-QTD-ATRASADAS
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
      *
       CANCELAR-ACORDO.
           ADD 1 TO WS-QTD-CANCELADOS.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LED-COUNT
             IF WS-LED-REG(WS-L)(1:11) IS EQUAL TO
                WS-LED-REG(WS-H)(1:11)
               MOVE WS-LED-REG(WS-L) TO WS-ACO-REG
               IF WS-AC-PARCELA AND WS-AP-ABERTA
                 MOVE 'C' TO WS-AP-SITUACAO
                 MOVE WS-ACO-REG TO WS-LED-REG(WS-L)
               END-IF
             END-IF
           END-PERFORM.
      *
           MOVE WS-LED-REG(WS-H) TO WS-ACO-REG.
           MOVE 'C'              TO WS-AH-SITUACAO.
           MOVE WS-RUN-DATE-NUM  TO WS-AH-DATA-CANCEL.
           MOVE WS-SALDO-ACORDO  TO WS-AH-SALDO-CANCEL.
           MOVE WS-ACO-REG       TO WS-LED-REG(WS-H).
      *
           MOVE WS-AC-LOTE       TO WS-DT-LOTE.
           MOVE WS-AC-ANO        TO WS-DT-ANO.
           MOVE WS-AC-SEQ        TO WS-DT-SEQ.
           MOVE WS-QTD-ATRASADAS TO WS-DT-PARCELA.
           MOVE WS-RUN-DATE-EDIT TO WS-DT-DATA.
           MOVE WS-AH-VALOR-CONSOL TO WS-DT-VALOR.
           MOVE WS-SALDO-ACORDO  TO WS-DT-VALOR2.
           MOVE 'CANCELADO - SALDO P/ DIVIDA' TO WS-DT-LIT.
           MOVE WS-DETAIL-LINE   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-NOVO-LEDGER.
           OPEN OUTPUT LEDGER-NEW.
           MOVE WS-LEDN-STATUS TO WS-FILE-STATUS.
           MOVE 'LEDGER-NEW'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-LED-COUNT
             MOVE WS-LED-REG(WS-L) TO ACON-REC
             WRITE ACON-REC
             MOVE WS-LEDN-STATUS TO WS-FILE-STATUS
             MOVE 'LEDGER-NEW'   TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             ADD 1 TO WS-RECS-WRTN
           END-PERFORM.
      *
           CLOSE LEDGER-NEW.
      *
       IMPRIMIR-EXCECAO.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       EDITAR-DATA.
           MOVE WS-DATA-EDIT-IN(7:2) TO WS-DATA-EDIT-OUT(1:2).
           MOVE '/'                  TO WS-DATA-EDIT-OUT(3:1).
           MOVE WS-DATA-EDIT-IN(5:2) TO WS-DATA-EDIT-OUT(4:2).
           MOVE '/'                  TO WS-DATA-EDIT-OUT(6:1).
           MOVE WS-DATA-EDIT-IN(1:4) TO WS-DATA-EDIT-OUT(7:4).
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ACORDOS FIRMADOS:'               TO WS-RS-LIT.
           MOVE WS-QTD-ACORDOS                    TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ACORDOS RECUSADOS:'              TO WS-RS-LIT.
           MOVE WS-QTD-REJEITADOS                 TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PAGAMENTOS APLICADOS:'           TO WS-RS-LIT.
           MOVE WS-QTD-PAGAMENTOS                 TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ACORDOS CANCELADOS POR ATRASO:'  TO WS-RS-LIT.
           MOVE WS-QTD-CANCELADOS                 TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-TRN-STATUS IS NOT EQUAL TO '35'
             CLOSE TRANS-FILE
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           COPY CPYFILCHK.
           COPY CPYPRMPD.
