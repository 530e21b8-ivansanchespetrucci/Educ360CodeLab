      *               INSTALLMENT (PARCELA 00 PAYS THE WHOLE YEAR AT   *
      *               THE DISCOUNT), AND MODE 'D' WRITES THE YEAR-END  *
      *               DIVIDA ATIVA EXTRACT OF UNPAID INSTALLMENTS PER  *
      *               LOT AND OWNER WITH THE PENALTY APPLIED. THE      *
      *               EXTRACT IS ALSO WRITTEN OVER DIVMAST, THE LATEST *
      *               EXTRACT THAT EXERC111 READS.                     *
      * MODIFICATION HISTORY                                           *
      * 2026-09-02 JM  FIRST VERSION - EXERC020 WROTE ONE ANNUAL       *
      *                RECORD PER LOT AND THAT WAS THE END: NO         *
      *                SEQUENTIAL AND ROLLS FORWARD AS AN IPANEW       *
      *                GENERATION; THE LAST INSTALLMENT CARRIES THE    *
      *                ROUNDING CENTAVO.                               *
      * 2026-10-15 JM  THE IPTUBILL LAYOUT NOW CARRIES THE CONSTRUCTED *
      *                AREA AND THE LAND AND BUILDING VALUES EXERC020  *
      *                ASSESSES; BILL-VALOR, THE TOTAL VALOR VENAL, IS *
      *                STILL WHAT IS SPLIT INTO INSTALLMENTS.          *
      * 2026-10-15 JM  MODE 'D' LEAVES OUT THE INSTALLMENTS AN         *
      *                EXERC111 AGREEMENT HAS CONSOLIDATED (IACOFILE)  *
      *                AND WRITES THE OPEN BALANCE OF EACH CANCELLED   *
      *                AGREEMENT AS ONE RECORD; DIV-REC NOW CARRIES    *
      *                THE ORIGIN (I = IPTU, A = AGREEMENT) AND        *
      *                AGREEMENT SEQ.                                  *
      * 2026-10-15 JM  THE DIVATIVA GENERATION IS CATALOGED ON EVERY   *
      *                RUN BUT WAS ONLY WRITTEN IN MODE 'D', SO A G OR *
      *                P RUN LEFT EXERC111 READING AN EMPTY OR STALE   *
      *                GENERATION. MODE 'D' NOW ALSO WRITES THE        *
      *                EXTRACT OVER THE DIVMAST MASTER, WHICH EXERC111 *
      *                READS, AND MODES G AND P CLOSE THE GENERATION   *
      *                EMPTY.                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC053.
           SELECT ARREARS-FILE   ASSIGN TO DIVATIVA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DIV-STATUS.
      *
           SELECT ARREARS-MASTER ASSIGN TO DIVMAST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DVM-STATUS.
      *
           SELECT ACORDO-FILE    ASSIGN TO IACOFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ACO-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO IPARCRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
           05  BILL-VALOR         PIC 9(08)V9(02).
           05  BILL-PROP-ID       PIC 9(06).
           05  BILL-PROP-NOME     PIC X(30).
           05  BILL-AREA-CONSTR   PIC 9(06)V9(02).
           05  BILL-VALOR-TERRENO PIC 9(08)V9(02).
           05  BILL-VALOR-EDIF    PIC 9(08)V9(02).
      *
       FD  LEDGER-FILE.
       01  IPA-REC.
           05  DIV-PROP-ID        PIC 9(06).
           05  DIV-VALOR-ABERTO   PIC 9(08)V9(02).
           05  DIV-VALOR-DEVIDO   PIC 9(08)V9(02).
           05  DIV-ORIGEM         PIC X(01).
               88  DIV-ORIGEM-IPTU   VALUE 'I'.
               88  DIV-ORIGEM-ACORDO VALUE 'A'.
           05  DIV-ACORDO-SEQ     PIC 9(02).
      *
      * THE SAME RECORD ON THE LATEST-EXTRACT MASTER.
       FD  ARREARS-MASTER.
       01  DVM-REC                PIC X(40).
      *
      * EXERC111 AGREEMENT LEDGER - ONLY THE HEADERS AND THE ITEMS
      * THEY CONSOLIDATED MATTER HERE.
       FD  ACORDO-FILE.
       01  ACO-REC.
           05  ACO-LOTE-ID        PIC 9(05).
           05  ACO-ANO            PIC 9(04).
           05  ACO-SEQ            PIC 9(02).
           05  ACO-TIPO           PIC X(01).
               88  ACO-CABECALHO     VALUE 'H'.
               88  ACO-ITEM          VALUE 'I'.
           05  FILLER             PIC X(58).
       01  ACO-CAB-REC.
           05  FILLER             PIC X(12).
           05  ACH-PROP-ID        PIC 9(06).
           05  FILLER             PIC X(30).
           05  ACH-SITUACAO       PIC X(01).
               88  ACH-CANCELADO     VALUE 'C'.
           05  FILLER             PIC X(08).
           05  ACH-SALDO-CANCEL   PIC 9(08)V9(02).
           05  FILLER             PIC X(03).
       01  ACO-ITEM-REC.
           05  FILLER             PIC X(12).
           05  ACI-ANO            PIC 9(04).
           05  ACI-PARCELA        PIC 9(02).
           05  FILLER             PIC X(52).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
       01  WS-LEDN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PAY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DIV-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DVM-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ACO-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-BILL            PIC X(01) VALUE 'N'.
       01  WS-EOF-LED             PIC X(01) VALUE 'N'.
       01  WS-EOF-PAY             PIC X(01) VALUE 'N'.
       01  WS-EOF-ACO             PIC X(01) VALUE 'N'.
      *
       01  WS-QTD-PARCELAS        PIC 9(02) VALUE ZEROES.
       01  WS-DESC-AVISTA         PIC 9(02)V9(02) VALUE ZEROES.
       01  WS-SALDO-PARCELA       PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-ACHOU               PIC X(01) VALUE 'N'.
       01  WS-VALOR-DEVIDO        PIC 9(08)V9(02) VALUE ZEROES.
      *
      * INSTALLMENTS CONSOLIDATED INTO AN EXERC111 AGREEMENT, AND THE
      * AGREEMENTS CANCELLED FOR MISSED PAYMENTS.
       01  WS-ACI-TAB.
           05  WS-ACI-LINHA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-ACI-COUNT.
               10  WS-AI-LOTE       PIC 9(05).
               10  WS-AI-ANO        PIC 9(04).
               10  WS-AI-PARCELA    PIC 9(02).
       01  WS-ACI-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-ACC-TAB.
           05  WS-ACC-LINHA       OCCURS 1 TO 1000 TIMES
                                   DEPENDING ON WS-ACC-COUNT.
               10  WS-AC-LOTE       PIC 9(05).
               10  WS-AC-ANO        PIC 9(04).
               10  WS-AC-SEQ        PIC 9(02).
               10  WS-AC-PROP       PIC 9(06).
               10  WS-AC-SALDO      PIC 9(08)V9(02).
       01  WS-ACC-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-A                   PIC 9(04) VALUE ZEROES.
       01  WS-NO-ACORDO           PIC X(01) VALUE 'N'.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
             MOVE 'PAYMENT-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      * THE DIVATIVA GENERATION IS OPENED IN EVERY MODE SO A G OR P
      * RUN CATALOGS IT EMPTY; DIVMAST IS REPLACED ONLY IN MODE 'D'.
           OPEN OUTPUT ARREARS-FILE.
           MOVE WS-DIV-STATUS  TO WS-FILE-STATUS.
           MOVE 'ARREARS-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF CTL-MODO-DIVIDA
             OPEN OUTPUT ARREARS-MASTER
             MOVE WS-DVM-STATUS    TO WS-FILE-STATUS
             MOVE 'ARREARS-MASTER' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      *
      * MODE 'D' - EVERY STILL-OPEN INSTALLMENT GOES OUT AS A DIVIDA
      * ATIVA RECORD WITH THE PENALTY ON THE OPEN BALANCE, PER LOT
      * AND OWNER OF RECORD - EXCEPT THOSE AN EXERC111 AGREEMENT HAS
      * TAKEN OVER. THE BALANCE OF EACH CANCELLED AGREEMENT GOES OUT
      * AS A SINGLE RECORD (PARCELA 00, ORIGIN 'A') INSTEAD.
       EXTRAIR-DIVIDA-ATIVA.
           PERFORM CARREGAR-ACORDOS.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-IPA-COUNT
             MOVE 'N' TO WS-NO-ACORDO
             IF WS-TB-SITUACAO(WS-I) IS EQUAL TO 'A'
               PERFORM VERIFICAR-NO-ACORDO
             END-IF
             IF WS-TB-SITUACAO(WS-I) IS EQUAL TO 'A' AND
                WS-NO-ACORDO IS EQUAL TO 'N'
               ADD 1 TO WS-RECS-READ
               COMPUTE WS-SALDO-PARCELA =
                       WS-TB-VALOR(WS-I) - WS-TB-PAGO(WS-I)
               MOVE WS-TB-PROP(WS-I)    TO DIV-PROP-ID
               MOVE WS-SALDO-PARCELA    TO DIV-VALOR-ABERTO
               MOVE WS-VALOR-DEVIDO     TO DIV-VALOR-DEVIDO
               MOVE 'I'                 TO DIV-ORIGEM
               MOVE ZEROES              TO DIV-ACORDO-SEQ
               PERFORM GRAVAR-DIVIDA
               ADD WS-VALOR-DEVIDO TO WS-CONTROL-TOT
      *
               MOVE WS-TB-LOTE(WS-I)    TO WS-DT-LOTE
               PERFORM GRAVAR-LINHA-RELATORIO
             END-IF
           END-PERFORM.
      *
      * THE CANCELLED BALANCE ALREADY CARRIES THE FINE AND THE
      * AGREEMENT INTEREST - NO FURTHER PENALTY.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACC-COUNT
             ADD 1 TO WS-RECS-READ
             MOVE WS-AC-LOTE(WS-A)    TO DIV-LOTE-ID
             MOVE WS-AC-ANO(WS-A)     TO DIV-ANO
             MOVE ZEROES              TO DIV-PARCELA
             MOVE WS-AC-PROP(WS-A)    TO DIV-PROP-ID
             MOVE WS-AC-SALDO(WS-A)   TO DIV-VALOR-ABERTO
             MOVE WS-AC-SALDO(WS-A)   TO DIV-VALOR-DEVIDO
             MOVE 'A'                 TO DIV-ORIGEM
             MOVE WS-AC-SEQ(WS-A)     TO DIV-ACORDO-SEQ
             PERFORM GRAVAR-DIVIDA
             ADD WS-AC-SALDO(WS-A) TO WS-CONTROL-TOT
      *
             MOVE WS-AC-LOTE(WS-A)    TO WS-DT-LOTE
             MOVE ZEROES              TO WS-DT-PARCELA
             MOVE WS-AC-SALDO(WS-A)   TO WS-DT-VALOR
             MOVE WS-AC-SALDO(WS-A)   TO WS-DT-PAGO
             MOVE 'SALDO DE ACORDO CANCELADO' TO WS-DT-LIT
             MOVE WS-DETAIL-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
      *
      * EACH RECORD GOES TO THE DIVATIVA GENERATION AND TO DIVMAST.
       GRAVAR-DIVIDA.
           WRITE DIV-REC.
           MOVE WS-DIV-STATUS  TO WS-FILE-STATUS.
           MOVE 'ARREARS-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           WRITE DVM-REC FROM DIV-REC.
           MOVE WS-DVM-STATUS    TO WS-FILE-STATUS.
           MOVE 'ARREARS-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * A MISSING IACOFILE MEANS NO AGREEMENT HAS EVER BEEN MADE.
       CARREGAR-ACORDOS.
           OPEN INPUT ACORDO-FILE.
           IF WS-ACO-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-ACO
           ELSE
             MOVE WS-ACO-STATUS TO WS-FILE-STATUS
             MOVE 'ACORDO-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-UM-ACORDO
               WITH TEST AFTER
               UNTIL WS-EOF-ACO IS EQUAL TO 'Y'
             CLOSE ACORDO-FILE
           END-IF.
      *
       LER-UM-ACORDO.
           READ ACORDO-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ACO
           END-READ.
           MOVE WS-ACO-STATUS TO WS-FILE-STATUS.
           MOVE 'ACORDO-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ACO IS NOT EQUAL TO 'Y'
             IF ACO-ITEM AND ACI-PARCELA IS GREATER THAN ZEROES
               IF WS-ACI-COUNT IS NOT LESS THAN 5000
                 DISPLAY 'EXERC053 - MAIS DE 5000 ITENS EM ACORDO'
                         ' - RODADA ABORTADA'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-ACI-COUNT
               MOVE ACO-LOTE-ID TO WS-AI-LOTE(WS-ACI-COUNT)
               MOVE ACI-ANO     TO WS-AI-ANO(WS-ACI-COUNT)
               MOVE ACI-PARCELA TO WS-AI-PARCELA(WS-ACI-COUNT)
             END-IF
             IF ACO-CABECALHO AND ACH-CANCELADO
               IF WS-ACC-COUNT IS NOT LESS THAN 1000
                 DISPLAY 'EXERC053 - MAIS DE 1000 ACORDOS CANCELADOS'
                         ' - RODADA ABORTADA'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-ACC-COUNT
               MOVE ACO-LOTE-ID      TO WS-AC-LOTE(WS-ACC-COUNT)
               MOVE ACO-ANO          TO WS-AC-ANO(WS-ACC-COUNT)
               MOVE ACO-SEQ          TO WS-AC-SEQ(WS-ACC-COUNT)
               MOVE ACH-PROP-ID      TO WS-AC-PROP(WS-ACC-COUNT)
               MOVE ACH-SALDO-CANCEL TO WS-AC-SALDO(WS-ACC-COUNT)
             END-IF
           END-IF.
      *
       VERIFICAR-NO-ACORDO.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACI-COUNT
             IF WS-AI-LOTE(WS-A) IS EQUAL TO WS-TB-LOTE(WS-I) AND
                WS-AI-ANO(WS-A) IS EQUAL TO WS-TB-ANO(WS-I) AND
                WS-AI-PARCELA(WS-A) IS EQUAL TO WS-TB-PARCELA(WS-I)
               MOVE 'S' TO WS-NO-ACORDO
             END-IF
           END-PERFORM.
      *
       GRAVAR-NOVO-LEDGER.
           OPEN OUTPUT LEDGER-NEW.
             CLOSE PAYMENT-FILE
           END-IF.
           IF CTL-MODO-DIVIDA
             CLOSE ARREARS-MASTER
           END-IF.
           CLOSE ARREARS-FILE.
           CLOSE CONTROL-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
