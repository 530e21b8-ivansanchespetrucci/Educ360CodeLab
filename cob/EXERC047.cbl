      *               THE PHYSICAL COUNT BECOMES AN INPUT COMPARED     *
      *               AGAINST A BOOK BALANCE                           *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  RCV-REC FOLLOWS THE WIDER RECVFILE RECORD       *
      *                (BATCH AND EXPIRY DATE OF A PERISHABLE RECEIPT) *
      *                - NOT USED HERE.                                *
      * 2026-10-15 JM  THE STORE TRANSFERS EXERC100 DISPATCHES AND     *
      *                RECEIVES ARE READ FROM TRFMOV IN MODE 'M' AND   *
      *                POSTED AS 'T' MOVEMENTS AT THE ITEM'S MAPPED    *
      *                BIN, SO THE BOOK CARRIES ANY SHORTFALL IN       *
      *                TRANSIT AND STKMOV SHOWS THE TRANSFER TO THE    *
      *                VALUATION.                                      *
      * 2026-10-15 JM  EVERY MOVEMENT POSTED IN MODE 'M' IS ALSO       *
      *                WRITTEN TO STKMOV (DATE, TYPE, ITEM, SIGNED     *
      *                QUANTITY AND THE PO OF A RECEIPT), A NEW        *
      *                GENERATION PER RUN, SO THE EXERC099 MONTH-END   *
      *                VALUATION CAN REPLAY THE MONTH AT WEIGHTED      *
      *                AVERAGE COST. AN ABENDED RUN DELETES ITS        *
      *                GENERATION WITH THE LEDGER'S.                   *
      * 2026-09-02 JM  THE MOVEMENT MODE IS NOW RERUN-PROTECTED THE    *
      *                WAY COB001 AND EXERC004 ARE - EVERY NEW LEDGER  *
      *                ROW CARRIES THE POSTING RUN DATE, THE STARTUP   *
           SELECT ADJUST-FILE    ASSIGN TO STKADJ
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ADJ-STATUS.
      *
           SELECT MOVEMENT-FILE  ASSIGN TO STKMOV
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MOV-STATUS.
      *
           SELECT TRANSFER-FILE  ASSIGN TO TRFMOV
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TRF-STATUS.
      *
           SELECT ITEMBIN-FILE   ASSIGN TO ITEMBIN
                                  ORGANIZATION IS SEQUENTIAL
           05  RCV-BARCODE        PIC X(13).
           05  RCV-QTD            PIC 9(05).
           05  RCV-DATA           PIC 9(08).
           05  RCV-LOTE           PIC X(10).
           05  RCV-DATA-VALIDADE  PIC 9(08).
      *
       FD  ADJUST-FILE.
       01  ADJ-REC.
                                   SIGN IS LEADING SEPARATE.
           05  ADJ-MOTIVO         PIC X(10).
           05  ADJ-ASSINATURA     PIC X(08).
      *
      * ONE ROW PER MOVEMENT POSTED, SO THE MONTH-END VALUATION CAN
      * REPLAY THE MONTH IN ORDER: 'V' SALE, 'R' RETURN, 'E' PO
      * RECEIPT (WITH ITS PO), 'A' SIGNED ADJUSTMENT, 'T' STORE
      * TRANSFER (OUT ON DISPATCH, IN ON RECEIPT).
       FD  MOVEMENT-FILE.
       01  MOV-REC.
           05  MOV-DATA           PIC 9(08).
           05  MOV-TIPO           PIC X(01).
           05  MOV-ITEM           PIC X(13).
           05  MOV-QTD            PIC S9(07)V9(02)
                                   SIGN IS LEADING SEPARATE.
           05  MOV-PO-NUMERO      PIC 9(06).
      *
      * EXERC100'S TRANSFER MOVEMENTS OF THE NIGHT - OUT OF THE
      * SENDING STORE ON DISPATCH (NEGATIVE), INTO THE RECEIVING
      * STORE ON RECEIPT.
       FD  TRANSFER-FILE.
       01  TRM-REC.
           05  TRM-DATA           PIC 9(08).
           05  TRM-NUMERO         PIC 9(06).
           05  TRM-LOJA           PIC 9(02).
           05  TRM-ITEM           PIC X(13).
           05  TRM-QTD            PIC S9(07)V9(02)
                                   SIGN IS LEADING SEPARATE.
      *
       FD  ITEMBIN-FILE.
       01  MAP-REC.
       01  WS-RECV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ADJ-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MOV-STATUS          PIC X(02) VALUE SPACES.
       01  WS-TRF-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CURRENT-STATUS      PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-RECV            PIC X(01) VALUE 'N'.
       01  WS-EOF-ADJ             PIC X(01) VALUE 'N'.
       01  WS-EOF-MAP             PIC X(01) VALUE 'N'.
       01  WS-EOF-TRF             PIC X(01) VALUE 'N'.
      *
       01  WS-MODO                PIC X(01) VALUE SPACE.
       01  WS-DATA-MOV            PIC 9(08) VALUE ZEROES.
       01  WS-MOV-COLUNA          PIC 9(02) VALUE ZEROES.
       01  WS-MOV-ITEM            PIC X(13) VALUE SPACES.
       01  WS-MOV-QTD             PIC S9(07)V9(02) VALUE ZEROES.
       01  WS-MOV-TIPO            PIC X(01) VALUE SPACE.
       01  WS-MOV-PO              PIC 9(06) VALUE ZEROES.
       01  WS-AUD-QTD             PIC 9(05)V9(02) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
             PERFORM POSTAR-AJUSTE
               WITH TEST AFTER
               UNTIL WS-EOF-ADJ IS EQUAL TO 'Y'
             PERFORM POSTAR-TRANSFERENCIA
               WITH TEST AFTER
               UNTIL WS-EOF-TRF IS EQUAL TO 'Y'
             PERFORM GRAVAR-NOVO-LEDGER
           ELSE
             PERFORM GERAR-INVATUAL
             MOVE WS-ADJ-STATUS  TO WS-FILE-STATUS
             MOVE 'ADJUST-FILE'  TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             OPEN INPUT TRANSFER-FILE
             MOVE WS-TRF-STATUS   TO WS-FILE-STATUS
             MOVE 'TRANSFER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             OPEN INPUT ITEMBIN-FILE
             MOVE WS-MAP-STATUS  TO WS-FILE-STATUS
             MOVE 'ITEMBIN-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             OPEN OUTPUT MOVEMENT-FILE
             MOVE WS-MOV-STATUS   TO WS-FILE-STATUS
             MOVE 'MOVEMENT-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           ELSE
             IF CTL-MODO-GERAR
               OPEN OUTPUT CURRENT-FILE
               ADD 1 TO WS-RECS-READ
               MOVE AUD-QTD-ED TO WS-AUD-QTD
               MOVE AUD-BARCODE TO WS-MOV-ITEM
               MOVE AUD-TIPO    TO WS-MOV-TIPO
               MOVE ZEROES      TO WS-MOV-PO
               IF AUD-TIPO IS EQUAL TO 'R'
                 MOVE WS-AUD-QTD TO WS-MOV-QTD
               ELSE
               ADD 1 TO WS-RECS-READ
               MOVE RCV-BARCODE TO WS-MOV-ITEM
               MOVE RCV-QTD     TO WS-MOV-QTD
               MOVE 'E'         TO WS-MOV-TIPO
               MOVE RCV-PO-NUMERO TO WS-MOV-PO
               PERFORM LOCALIZAR-BIN-MAPEADO
               IF WS-MAPA-ACHADO IS EQUAL TO 'S'
                 PERFORM POSTAR-NO-LEDGER
               MOVE ADJ-COLUNA TO WS-MOV-COLUNA
               MOVE ADJ-ITEM   TO WS-MOV-ITEM
               MOVE ADJ-QTD    TO WS-MOV-QTD
               MOVE 'A'        TO WS-MOV-TIPO
               MOVE ZEROES     TO WS-MOV-PO
               PERFORM POSTAR-NO-LEDGER
             END-IF
           END-IF.
      *
      * STORE TRANSFERS LAND IN THE ITEM'S MAPPED BIN LIKE A SALE OR
      * A RECEIPT. EXERC100 WRITES A NEW GENERATION EACH NIGHT, SO
      * EVERY ROW IS THE DAY'S - A DISPATCH AND ITS RECEIPT NET TO
      * ZERO AND ONLY A SHORTFALL IN TRANSIT MOVES THE BOOK.
       POSTAR-TRANSFERENCIA.
           READ TRANSFER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-TRF
           END-READ.
           MOVE WS-TRF-STATUS   TO WS-FILE-STATUS.
           MOVE 'TRANSFER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-TRF IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE TRM-ITEM    TO WS-MOV-ITEM
             MOVE TRM-QTD     TO WS-MOV-QTD
             MOVE 'T'         TO WS-MOV-TIPO
             MOVE ZEROES      TO WS-MOV-PO
             PERFORM LOCALIZAR-BIN-MAPEADO
             IF WS-MAPA-ACHADO IS EQUAL TO 'S'
               PERFORM POSTAR-NO-LEDGER
             ELSE
               MOVE 'ITEM SEM BIN MAPEADO - MOVIMENTO PERDIDO'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
       LOCALIZAR-BIN-MAPEADO.
           MOVE 'N' TO WS-MAPA-ACHADO.
             MOVE WS-MOV-QTD    TO WS-TB-QTD(WS-LED-COUNT)
           END-IF.
           ADD WS-MOV-QTD TO WS-CONTROL-TOT.
      *
           MOVE WS-DATA-MOV   TO MOV-DATA.
           MOVE WS-MOV-TIPO   TO MOV-TIPO.
           MOVE WS-MOV-ITEM   TO MOV-ITEM.
           MOVE WS-MOV-QTD    TO MOV-QTD.
           MOVE WS-MOV-PO     TO MOV-PO-NUMERO.
           WRITE MOV-REC.
           MOVE WS-MOV-STATUS   TO WS-FILE-STATUS.
           MOVE 'MOVEMENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       GRAVAR-NOVO-LEDGER.
           OPEN OUTPUT LEDGER-NEW.
             CLOSE AUDIT-FILE
             CLOSE RECEIPT-FILE
             CLOSE ADJUST-FILE
             CLOSE TRANSFER-FILE
             CLOSE ITEMBIN-FILE
             CLOSE MOVEMENT-FILE
           ELSE
             CLOSE CURRENT-FILE
           END-IF.
