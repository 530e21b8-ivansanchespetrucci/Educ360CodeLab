      *               THE AGING REPORT PER CUST-NUMERO (CURRENT/30/60/ *
      *               90+) AND LISTS UNAPPLIED CASH AS EXCEPTIONS      *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  COLLECTIONS CAN NOW WRITE OFF AN INVOICE        *
      *                THROUGH THE OPTIONAL ARBAIXA FILE - APPLIED     *
      *                AFTER THE RECEIPTS, IT CLEARS WHAT IS STILL     *
      *                OPEN ON THE INVOICE. EVERY INVOICE LOADED,      *
      *                RECEIPT APPLIED (PER INVOICE SETTLED) AND       *
      *                WRITE-OFF IS ALSO WRITTEN TO THE NEW ARMOVTO    *
      *                MOVEMENT FILE THE CUSTOMER STATEMENT IS BUILT   *
      *                FROM.                                           *
      * 2026-09-02 JM  THE OLDEST-FIRST APPLICATION LOOP NOW TESTS     *
      *                AFTER THE FIRST PASS - IT TESTED BEFORE, AND    *
      *                WS-ITM-ESCOLHIDO STILL HELD ZERO FROM STARTUP   *
           SELECT RECEIPT-FILE   ASSIGN TO RECFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-REC-STATUS.
      *
           SELECT WRITEOFF-FILE  ASSIGN TO ARBAIXA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-BXA-STATUS.
      *
           SELECT MOVEMENT-FILE  ASSIGN TO ARMOVTO
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MOV-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO AGINGRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
           05  REC-CLIENTE        PIC 9(06).
           05  REC-DATA           PIC 9(08).
           05  REC-VALOR          PIC 9(08)V9(02).
      *
      * WRITE-OFFS AUTHORISED BY COLLECTIONS - EACH CLEARS WHATEVER
      * IS STILL OPEN ON THE INVOICE AFTER THE MONTH'S RECEIPTS.
       FD  WRITEOFF-FILE.
       01  BXA-REC.
           05  BXA-NUMERO         PIC 9(06).
           05  BXA-CLIENTE        PIC 9(06).
           05  BXA-DATA           PIC 9(08).
           05  BXA-MOTIVO         PIC X(30).
      *
      * EVERY MOVEMENT THE RUN POSTS TO THE LEDGER - INVOICE LOADED,
      * RECEIPT APPLIED (ONE RECORD PER INVOICE IT SETTLED) AND
      * WRITE-OFF - FOR THE CUSTOMER STATEMENT.
       FD  MOVEMENT-FILE.
       01  MOV-REC.
           05  MOV-TIPO           PIC X(01).
               88  MOV-FATURA-EMITIDA VALUE 'F'.
               88  MOV-RECEBIMENTO    VALUE 'R'.
               88  MOV-BAIXA          VALUE 'B'.
           05  MOV-CLIENTE        PIC 9(06).
           05  MOV-FATURA         PIC 9(06).
           05  MOV-MES            PIC 9(02).
           05  MOV-DATA           PIC 9(08).
           05  MOV-VALOR          PIC 9(08)V9(02).
           05  MOV-HISTORICO      PIC X(30).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
       01  WS-REC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-BXA-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MOV-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-ARO             PIC X(01) VALUE 'N'.
       01  WS-EOF-INV             PIC X(01) VALUE 'N'.
       01  WS-EOF-REC             PIC X(01) VALUE 'N'.
       01  WS-EOF-BXA             PIC X(01) VALUE 'N'.
      *
      * OPEN-ITEMS LEDGER IN MEMORY - CARRIED ITEMS FIRST, THEN THE
      * MONTH'S NEW INVOICES. A FULLY PAID ITEM STAYS IN THE TABLE
           PERFORM APLICAR-RECEBIMENTO
             WITH TEST AFTER
             UNTIL WS-EOF-REC IS EQUAL TO 'Y'.
      *
           PERFORM APLICAR-BAIXAS.
      *
           PERFORM GRAVAR-NOVO-LEDGER.
           PERFORM IMPRIMIR-AGING.
           MOVE WS-ARN-STATUS TO WS-FILE-STATUS.
           MOVE 'ARONEW-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT MOVEMENT-FILE.
           MOVE WS-MOV-STATUS   TO WS-FILE-STATUS.
           MOVE 'MOVEMENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
             MOVE WS-RUN-DATE-NUM TO WS-ITM-DATA(WS-ITM-COUNT)
             MOVE INV-TOTAL       TO WS-ITM-ORIG(WS-ITM-COUNT)
             MOVE INV-TOTAL       TO WS-ITM-ABERTO(WS-ITM-COUNT)
             MOVE 'F'             TO MOV-TIPO
             MOVE INV-CLIENTE     TO MOV-CLIENTE
             MOVE INV-NUMERO      TO MOV-FATURA
             MOVE INV-MES         TO MOV-MES
             MOVE WS-RUN-DATE-NUM TO MOV-DATA
             MOVE INV-TOTAL       TO MOV-VALOR
             MOVE SPACES          TO MOV-HISTORICO
             PERFORM GRAVAR-MOVIMENTO
           END-IF.
      *
      * A RECEIPT WITH AN INVOICE NUMBER PAYS THAT INVOICE; A NUMBER
           SUBTRACT WS-VALOR-APLICADO
             FROM WS-ITM-ABERTO(WS-ITM-ESCOLHIDO).
           SUBTRACT WS-VALOR-APLICADO FROM WS-VALOR-RESTANTE.
      *
           IF WS-VALOR-APLICADO IS GREATER THAN ZEROES
             MOVE 'R'               TO MOV-TIPO
             PERFORM MONTAR-MOVIMENTO-ITEM
             MOVE REC-DATA          TO MOV-DATA
             MOVE SPACES            TO MOV-HISTORICO
             PERFORM GRAVAR-MOVIMENTO
           END-IF.
      *
      * A MISSING ARBAIXA MEANS NO WRITE-OFF THIS MONTH. A WRITE-OFF
      * NAMES THE INVOICE; WHEN IT ALSO NAMES THE CLIENTE THE TWO MUST
      * AGREE, AND AN INVOICE ALREADY SETTLED HAS NOTHING TO WRITE OFF.
       APLICAR-BAIXAS.
           OPEN INPUT WRITEOFF-FILE.
           MOVE WS-BXA-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-BXA
           ELSE
             MOVE 'WRITEOFF-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM APLICAR-UMA-BAIXA
               WITH TEST AFTER
               UNTIL WS-EOF-BXA IS EQUAL TO 'Y'
             CLOSE WRITEOFF-FILE
           END-IF.
      *
       APLICAR-UMA-BAIXA.
           READ WRITEOFF-FILE
             AT END
               MOVE 'Y' TO WS-EOF-BXA
           END-READ.
           MOVE WS-BXA-STATUS   TO WS-FILE-STATUS.
           MOVE 'WRITEOFF-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-BXA IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE ZEROES TO WS-ITM-ESCOLHIDO
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-ITM-COUNT
               IF WS-ITM-NUMERO(WS-I) IS EQUAL TO BXA-NUMERO AND
                  WS-ITM-ABERTO(WS-I) IS GREATER THAN ZEROES
                 MOVE WS-I TO WS-ITM-ESCOLHIDO
                 MOVE WS-ITM-COUNT TO WS-I
               END-IF
             END-PERFORM
             EVALUATE TRUE
               WHEN WS-ITM-ESCOLHIDO IS EQUAL TO ZEROES
                 MOVE ZEROES TO WS-EX-VALOR
                 MOVE 'BAIXA - FATURA NAO ENCONTRADA OU QUITADA'
                   TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO-BAIXA
               WHEN BXA-CLIENTE IS GREATER THAN ZEROES AND
                    BXA-CLIENTE IS NOT EQUAL TO
                    WS-ITM-CLIENTE(WS-ITM-ESCOLHIDO)
                 MOVE WS-ITM-ABERTO(WS-ITM-ESCOLHIDO) TO WS-EX-VALOR
                 MOVE 'BAIXA - CLIENTE NAO CONFERE COM A FATURA'
                   TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO-BAIXA
               WHEN OTHER
                 MOVE WS-ITM-ABERTO(WS-ITM-ESCOLHIDO)
                   TO WS-VALOR-APLICADO
                 MOVE ZEROES TO WS-ITM-ABERTO(WS-ITM-ESCOLHIDO)
                 MOVE 'B'        TO MOV-TIPO
                 PERFORM MONTAR-MOVIMENTO-ITEM
                 MOVE BXA-DATA   TO MOV-DATA
                 MOVE BXA-MOTIVO TO MOV-HISTORICO
                 PERFORM GRAVAR-MOVIMENTO
             END-EVALUATE
           END-IF.
      *
       MONTAR-MOVIMENTO-ITEM.
           MOVE WS-ITM-CLIENTE(WS-ITM-ESCOLHIDO) TO MOV-CLIENTE.
           MOVE WS-ITM-NUMERO(WS-ITM-ESCOLHIDO)  TO MOV-FATURA.
           MOVE WS-ITM-MES(WS-ITM-ESCOLHIDO)     TO MOV-MES.
           MOVE WS-VALOR-APLICADO                TO MOV-VALOR.
      *
       GRAVAR-MOVIMENTO.
           WRITE MOV-REC.
           MOVE WS-MOV-STATUS   TO WS-FILE-STATUS.
           MOVE 'MOVEMENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       GRAVAR-NOVO-LEDGER.
           PERFORM VARYING WS-I FROM 1 BY 1
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       GRAVAR-EXCECAO-BAIXA.
           MOVE BXA-NUMERO       TO WS-EX-NUMERO.
           MOVE BXA-CLIENTE      TO WS-EX-CLIENTE.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           CLOSE INVOICE-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE ARONEW-FILE.
           CLOSE MOVEMENT-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
