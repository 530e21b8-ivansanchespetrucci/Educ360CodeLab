      *                ALREADY-APPENDED DAY STOPS WITH RETURN-CODE 8  *
      *                (NO RE-DECREMENTED STOCK) - THE STAMP CANNOT   *
      *                TELL COMPLETE FROM PARTIAL.                     *
      * 2026-10-15 JM  A PERISHABLE NOW SELLS OUT OF ITS LOTEVAL       *
      *                BATCHES FIRST-EXPIRING-FIRST AND A RETURN GOES  *
      *                BACK INTO THE FIRST BATCH STILL IN DATE; A SCAN *
      *                THE BATCHES CANNOT COVER GOES TO CHKEXC. THE    *
      *                UNKNOWN-BARCODE EXCEPTION NOW SETS ITS OWN      *
      *                TEXT.                                           *
      * 2026-10-15 JM  SCAN RECORDS NOW CARRY THE OPERATOR AND ANY     *
      *                PRICE THE OPERATOR TYPED OVER THE SHELF PRICE,  *
      *                AND A NEW 'X' RECORD VOIDS A CUPOM ALREADY PAID *
      *                (THE REGISTER SENDS THE ITEMS BACK AS RETURN    *
      *                LINES FIRST). CHKAUDIT LINES CARRY THE          *
      *                OPERATOR, AN 'M' MANUAL-PRICE MARK AND THE LINE *
      *                AT SHELF PRICE; THE VOID IS AUDITED AS TIPO 'X' *
      *                WITH THE REFUND NEGATIVE, FOR THE LOSS-         *
      *                PREVENTION REPORT (EXERC102).                   *
      * 2026-10-15 JM  ITEM-REC CARRIES THE NEW ITEM-UNIDADE AND ITEM- *
      *                CONTEUDO (UNIT OF MEASURE AND NET CONTENT FOR   *
      *                THE SHELF LABELS), SO THE ITEMFILE RECORD       *
      *                MATCHES THE 82-BYTE MASTER.                     *
      * 2026-10-15 JM  COMPRSUG NO LONGER SUGGESTS REORDERING AN ITEM  *
      *                ON ITEMMORT, THE MONTHLY EXERC106 LIST OF ITEMS *
      *                WITH STOCK AND NO SALE IN DIAS-MORTO DAYS - IT  *
      *                STILL SHOWS IN THE LOW-STOCK SECTION, MARKED    *
      *                ITEM MORTO WITH NO QUANTITY. NO ITEMMORT YET    *
      *                MEANS NO ITEM IS DEAD.                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC011.
                                   RECORD KEY IS ITEM-BARCODE
                                   ACCESS MODE IS DYNAMIC
                                   FILE STATUS IS WS-ITEM-STATUS.
      *
           SELECT LOT-FILE        ASSIGN TO LOTEVAL
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS LTV-CHAVE
                                   FILE STATUS IS WS-LTV-STATUS.
      *
           SELECT PROMO-FILE      ASSIGN TO PROMOFIL
                                   ORGANIZATION IS SEQUENTIAL
           SELECT SUGGEST-FILE    ASSIGN TO COMPRSUG
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-SUG-STATUS.
      *
           SELECT DEAD-FILE       ASSIGN TO ITEMMORT
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-MRT-STATUS.
      *
           SELECT AUDIT-FILE      ASSIGN TO CHKAUDIT
                                   ORGANIZATION IS LINE SEQUENTIAL
               88  SCAN-TENDER    VALUE 'T'.
               88  SCAN-CLIENTE-ID VALUE 'K'.
               88  SCAN-RESGATE   VALUE 'P'.
               88  SCAN-ESTORNO   VALUE 'X'.
           05  SCAN-BARCODE       PIC X(13).
           05  SCAN-QTD           PIC 9(03)V9(02).
           05  SCAN-MEIO          PIC X(01).
           05  SCAN-VALOR-MEIO    PIC 9(08)V9(02).
           05  SCAN-CLIENTE       PIC 9(06).
           05  SCAN-LOJA          PIC 9(02).
           05  SCAN-OPERADOR      PIC X(06).
           05  SCAN-PRECO-MANUAL  PIC 9(04)V9(02).
      *
       FD  STORE-STOCK.
       01  LSK-REC.
           05  ITEM-NIVEL-REPOS   PIC 9(05).
           05  ITEM-QTD-REPOS     PIC 9(05).
           05  ITEM-CUSTO         PIC 9(04)V9(02).
           05  ITEM-UNIDADE       PIC X(02).
           05  ITEM-CONTEUDO      PIC 9(05)V9(03).
      *
      * PERISHABLE BATCHES FROM THE EXERC046 RECEIPTS - THE KEY ORDER
      * (BARCODE, EXPIRY, BATCH) IS THE FIRST-EXPIRING-FIRST ORDER.
       FD  LOT-FILE.
       01  LTV-REC.
           05  LTV-CHAVE.
               10  LTV-BARCODE    PIC X(13).
               10  LTV-VALIDADE   PIC 9(08).
               10  LTV-LOTE       PIC X(10).
           05  LTV-QTD-RECEBIDA   PIC 9(05)V9(02).
           05  LTV-QTD-SALDO      PIC 9(05)V9(02).
           05  LTV-DATA-RECEB     PIC 9(08).
           05  LTV-PO-NUMERO      PIC 9(06).
           05  LTV-SITUACAO       PIC X(01).
               88  LTV-ATIVO      VALUE 'A'.
               88  LTV-ESGOTADO   VALUE 'E'.
               88  LTV-BAIXADO    VALUE 'B'.
      *
       FD  PROMO-FILE.
       01  PROMO-REC.
           05  SUG-QTD-ESTOQUE    PIC 9(05)V9(02).
           05  SUG-QTD-SUGERIDA   PIC 9(05).
           05  SUG-LOJA           PIC 9(02).
      *
      * THE MONTHLY EXERC106 LIST OF ITEMS THAT NO LONGER SELL.
       FD  DEAD-FILE.
       01  MRT-REC.
           05  MRT-BARCODE        PIC X(13).
           05  MRT-DATA-ULT-VENDA PIC 9(08).
           05  MRT-DATA-APURACAO  PIC 9(08).
      *
       FD  AUDIT-FILE.
       01  AUDIT-LINE             PIC X(120).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
       01  WS-LOY-STATUS          PIC X(02) VALUE SPACES.
       01  WS-LOYN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ITEM-STATUS         PIC X(02) VALUE SPACES.
       01  WS-LTV-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PROMO-STATUS        PIC X(02) VALUE SPACES.
       01  WS-SUG-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MRT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-AUD-SCAN        PIC X(01) VALUE 'N'.
       01  WS-JA-PROCESSADO       PIC X(01) VALUE 'N'.
       01  WS-EOF-PROMO           PIC X(01) VALUE 'N'.
       01  WS-EOF-MRT             PIC X(01) VALUE 'N'.
       01  WS-ITEM-ACHADO         PIC X(01) VALUE 'N'.
      *
      * BATCH WALK OF ONE SCANNED PERISHABLE.
       01  WS-FIM-LOTES           PIC X(01) VALUE 'N'.
       01  WS-LOTE-ACHADO         PIC X(01) VALUE 'N'.
       01  WS-QTD-A-BAIXAR        PIC 9(05)V9(02) VALUE ZEROES.
      *
      * PROMOTION TABLE - LOADED FROM PROMO-FILE AT STARTUP, ONE ROW
      * PER BARCODE ON SALE, SORTED ASCENDING BY BARCODE (SEQCHK
      * VERIFIES THE SEQUENCE ON LOAD) SO THE LOOKUP CAN BINARY
               10  WS-PROMO-TAB-BARCODE  PIC X(13).
               10  WS-PROMO-TAB-DESCONTO PIC 9(02)V9(02).
       01  WS-PROMO-COUNT         PIC 9(04) VALUE ZEROES.
      *
      * DEAD-ITEM TABLE - LOADED FROM ITEMMORT AT STARTUP, SORTED
      * ASCENDING BY BARCODE (SEQCHK VERIFIES IT). AN ITEM ON IT STILL
      * SHOWS IN THE LOW-STOCK SECTION BUT GETS NO COMPRSUG RECORD.
       01  WS-MRT-TAB.
           05  WS-MRT-LINHA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-MRT-COUNT
                                   ASCENDING KEY IS
                                     WS-MRT-TAB-BARCODE
                                   INDEXED BY WS-IDX-MRT.
               10  WS-MRT-TAB-BARCODE    PIC X(13).
       01  WS-MRT-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-ITEM-MORTO          PIC X(01) VALUE 'N'.
      *
       01  WS-FUNCAO-SEQCHK       PIC X(01) VALUE SPACE.
       01  WS-CHAVE-SEQCHK        PIC X(20) VALUE SPACES.
           05  WS-BX-ESTOQUE      PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-BX-SUGERIDA     PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-BX-OBS          PIC X(24) VALUE SPACES.
      *
       01  WS-ESTORNO-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(33)
               VALUE 'CUPOM CANCELADO APOS PAGAMENTO : '.
           05  WS-ES-MEIO         PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-ES-VALOR        PIC ZZ.ZZZ.ZZ9,99.
      *
       01  WS-TENDER-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
       01  WS-DESCONTO            PIC 9(02)V9(02) VALUE ZEROES.
       01  WS-VALOR-APLICADO      PIC 9(04)V9(02) VALUE ZEROES.
       01  WS-SUBTOTAL            PIC S9(06)V9(02) VALUE ZEROES.
       01  WS-SUBTOTAL-TABELA     PIC S9(06)V9(02) VALUE ZEROES.
       01  WS-TOTAL               PIC S9(08)V9(02) VALUE ZEROES.
      *
       01  WS-DETAIL-LINE.
           05  WS-AUD-CLIENTE     PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AUD-LOJA        PIC 9(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AUD-OPERADOR    PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AUD-MANUAL      PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AUD-TABELA      PIC -ZZ.ZZZ.ZZ9,99.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
           PERFORM TOMAR-TRAVA-ARQUIVO.
           MOVE 'LOJASTK ' TO WS-TRV-ARQUIVO.
           PERFORM TOMAR-TRAVA-ARQUIVO.
           MOVE 'LOTEVAL ' TO WS-TRV-ARQUIVO.
           PERFORM TOMAR-TRAVA-ARQUIVO.
      *
           OPEN I-O    ITEM-FILE.
           MOVE WS-ITEM-STATUS  TO WS-FILE-STATUS.
           MOVE WS-LSK-STATUS  TO WS-FILE-STATUS.
           MOVE 'STORE-STOCK'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN I-O    LOT-FILE.
           MOVE WS-LTV-STATUS  TO WS-FILE-STATUS.
           MOVE 'LOT-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  CUSTOMER-MASTER.
           MOVE WS-CUST-STATUS     TO WS-FILE-STATUS.
           PERFORM LER-TABELA-PROMOCOES
             WITH TEST AFTER
             UNTIL WS-EOF-PROMO IS EQUAL TO 'Y'.
      *
           PERFORM CARREGAR-ITENS-MORTOS.
      *
           MOVE 'EXERC011'              TO RP-HDR-PROGRAM.
           MOVE 'RECIBO DE CHECKOUT'    TO RP-HDR-TITLE.
             MOVE PROMO-DESCONTO
                  TO WS-PROMO-TAB-DESCONTO(WS-PROMO-COUNT)
           END-IF.
      *
      * NO ITEMMORT YET (STATUS 35) MEANS NO ITEM IS DEAD.
       CARREGAR-ITENS-MORTOS.
           OPEN INPUT  DEAD-FILE.
           MOVE WS-MRT-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'DEAD-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'I'    TO WS-FUNCAO-SEQCHK
             MOVE SPACES TO WS-CHAVE-SEQCHK
             CALL 'SEQCHK' USING WS-FUNCAO-SEQCHK
                                 WS-CHAVE-SEQCHK
                                 WS-RETORNO-SEQCHK
             END-CALL
             PERFORM LER-TABELA-MORTOS
               WITH TEST AFTER
               UNTIL WS-EOF-MRT IS EQUAL TO 'Y'
             CLOSE DEAD-FILE
           END-IF.
      *
       LER-TABELA-MORTOS.
           READ DEAD-FILE
             AT END
               MOVE 'Y' TO WS-EOF-MRT
           END-READ.
           MOVE WS-MRT-STATUS TO WS-FILE-STATUS.
           MOVE 'DEAD-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-MRT IS NOT EQUAL TO 'Y'
             MOVE 'V'    TO WS-FUNCAO-SEQCHK
             MOVE SPACES TO WS-CHAVE-SEQCHK
             MOVE MRT-BARCODE TO WS-CHAVE-SEQCHK(1:13)
             CALL 'SEQCHK' USING WS-FUNCAO-SEQCHK
                                 WS-CHAVE-SEQCHK
                                 WS-RETORNO-SEQCHK
             END-CALL
             IF WS-RETORNO-SEQCHK IS NOT EQUAL TO ZEROES
               DISPLAY 'EXERC011 - ITEMMORT FORA DE SEQUENCIA OU '
                       'DUPLICADO EM ' MRT-BARCODE
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             IF WS-MRT-COUNT IS NOT LESS THAN 5000
               DISPLAY 'EXERC011 - ITEMMORT ACIMA DE 5000 ITENS'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-MRT-COUNT
             MOVE MRT-BARCODE TO WS-MRT-TAB-BARCODE(WS-MRT-COUNT)
           END-IF.
      *
       PROXIMO.
           READ SCAN-FILE
             ELSE
             IF SCAN-TENDER
               PERFORM REGISTRAR-TENDER
             ELSE
             IF SCAN-ESTORNO
               PERFORM REGISTRAR-ESTORNO
             ELSE
               PERFORM LOCALIZAR-ITEM
               IF WS-ITEM-ACHADO IS EQUAL TO 'S'
             END-IF
             END-IF
             END-IF
             END-IF
           END-IF.
      *
      * A CHANGE OF STORE OPENS A STORE BANNER ON THE REPORT - THE
           END-READ.
      *
      * A SALE TAKES STOCK DOWN AND ADDS TO THE TOTALS; A RETURN PUTS
      * THE QUANTITY BACK AND RINGS UP NEGATIVE. A PRICE THE OPERATOR
      * TYPED OVER THE SHELF PRICE (SCAN-PRECO-MANUAL) REPLACES THE
      * PROMOTION PRICE; CHKAUDIT KEEPS THE LINE AT SHELF PRICE
      * BESIDE IT SO THE OVERRIDE CAN BE MEASURED.
       REGISTRAR-ITEM.
           PERFORM LOCALIZAR-PROMOCAO.
      *
           COMPUTE WS-VALOR-APLICADO ROUNDED =
                   ITEM-VALOR - (ITEM-VALOR * WS-DESCONTO / 100).
           IF SCAN-PRECO-MANUAL IS NUMERIC AND
              SCAN-PRECO-MANUAL IS GREATER THAN ZEROES
             MOVE SCAN-PRECO-MANUAL TO WS-VALOR-APLICADO
           END-IF.
           IF SCAN-DEVOLUCAO
             COMPUTE WS-SUBTOTAL =
                     (WS-VALOR-APLICADO * SCAN-QTD) * -1
             COMPUTE WS-SUBTOTAL-TABELA =
                     (ITEM-VALOR * SCAN-QTD) * -1
           ELSE
             COMPUTE WS-SUBTOTAL = WS-VALOR-APLICADO * SCAN-QTD
             COMPUTE WS-SUBTOTAL-TABELA = ITEM-VALOR * SCAN-QTD
           END-IF.
           ADD WS-SUBTOTAL TO WS-TOTAL.
           ADD WS-SUBTOTAL TO WS-TOTAL-CUPOM.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM ATUALIZAR-ESTOQUE-LOJA.
           PERFORM ATUALIZAR-LOTES.
      *
           PERFORM IMPRIMIR-ITEM.
           PERFORM GRAVAR-AUDITORIA.
             MOVE SCAN-VALOR-MEIO TO WS-AUD-SUBTOTAL
             MOVE WS-CLIENTE-CUPOM TO WS-AUD-CLIENTE
             MOVE SCAN-LOJA       TO WS-AUD-LOJA
             MOVE SCAN-OPERADOR   TO WS-AUD-OPERADOR
             MOVE SPACE           TO WS-AUD-MANUAL
             MOVE ZEROES          TO WS-AUD-TABELA
             MOVE WS-AUDIT-DETAIL TO AUDIT-LINE
             WRITE AUDIT-LINE
             MOVE WS-AUDIT-STATUS TO WS-FILE-STATUS
           MOVE SCAN-VALOR-MEIO TO WS-AUD-SUBTOTAL.
           MOVE WS-CLIENTE-CUPOM TO WS-AUD-CLIENTE.
           MOVE SCAN-LOJA       TO WS-AUD-LOJA.
           MOVE SCAN-OPERADOR   TO WS-AUD-OPERADOR.
           MOVE SPACE           TO WS-AUD-MANUAL.
           MOVE ZEROES          TO WS-AUD-TABELA.
           MOVE WS-AUDIT-DETAIL TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE WS-AUDIT-STATUS TO WS-FILE-STATUS.
           MOVE 'AUDIT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * AN 'X' RECORD VOIDS A CUPOM ALREADY PAID - THE REGISTER HAS
      * SENT THE CUPOM'S ITEMS BACK AS RETURN LINES JUST BEFORE IT,
      * SO STOCK AND TOTALS ARE ALREADY REVERSED. THE MONEY GIVEN
      * BACK GOES TO CHKAUDIT AS TIPO 'X', LAID OUT LIKE A TENDER
      * WITH THE AMOUNT NEGATIVE, SO THE DRAWER RECONCILIATION
      * TAKES IT OFF THE TENDER KIND IT WAS PAID IN.
       REGISTRAR-ESTORNO.
           MOVE SCAN-MEIO       TO WS-ES-MEIO.
           MOVE SCAN-VALOR-MEIO TO WS-ES-VALOR.
           MOVE WS-ESTORNO-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RUN-DATE-NUM TO WS-AUD-DATA.
           MOVE SCAN-CAIXA      TO WS-AUD-CAIXA.
           MOVE SCAN-CUPOM      TO WS-AUD-CUPOM.
           MOVE 'X'             TO WS-AUD-TIPO.
           MOVE SPACES          TO WS-AUD-BARCODE.
           MOVE SCAN-MEIO       TO WS-AUD-BARCODE(1:1).
           MOVE ZEROES          TO WS-AUD-QTD.
           COMPUTE WS-SUBTOTAL = SCAN-VALOR-MEIO * -1.
           MOVE WS-SUBTOTAL     TO WS-AUD-SUBTOTAL.
           MOVE WS-CLIENTE-CUPOM TO WS-AUD-CLIENTE.
           MOVE SCAN-LOJA       TO WS-AUD-LOJA.
           MOVE SCAN-OPERADOR   TO WS-AUD-OPERADOR.
           MOVE SPACE           TO WS-AUD-MANUAL.
           MOVE ZEROES          TO WS-AUD-TABELA.
           MOVE WS-AUDIT-DETAIL TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE WS-AUDIT-STATUS TO WS-FILE-STATUS.
                 PERFORM ANOTAR-ESTOQUE-BAIXO
               END-IF
           END-READ.
      *
      * A PERISHABLE SELLS OUT OF ITS BATCHES FIRST-EXPIRING-FIRST,
      * WALKING LOTEVAL FROM THE FIRST KEY OF THE BARCODE. A RETURN
      * GOES BACK INTO THE FIRST BATCH NOT YET EXPIRED NOR WRITTEN
      * OFF. AN ITEM WITH NO BATCH AT ALL IS NOT DATED AND IS LEFT
      * ALONE; ONE WHOSE BATCHES CANNOT COVER THE SCAN GOES TO CHKEXC
      * - A RECEIPT CAME IN WITHOUT ITS EXPIRY DATE.
       ATUALIZAR-LOTES.
           MOVE SCAN-QTD     TO WS-QTD-A-BAIXAR.
           MOVE 'N'          TO WS-FIM-LOTES.
           MOVE 'N'          TO WS-LOTE-ACHADO.
           MOVE SCAN-BARCODE TO LTV-BARCODE.
           MOVE ZEROES       TO LTV-VALIDADE.
           MOVE LOW-VALUES   TO LTV-LOTE.
           START LOT-FILE KEY IS NOT LESS THAN LTV-CHAVE
             INVALID KEY
               MOVE 'Y' TO WS-FIM-LOTES
           END-START.
      *
           IF SCAN-DEVOLUCAO
             PERFORM DEVOLVER-AO-LOTE
               WITH TEST AFTER
               UNTIL WS-FIM-LOTES IS EQUAL TO 'Y'
           ELSE
             PERFORM BAIXAR-DO-LOTE
               WITH TEST AFTER
               UNTIL WS-FIM-LOTES IS EQUAL TO 'Y'
           END-IF.
      *
           IF WS-LOTE-ACHADO IS EQUAL TO 'S' AND
              WS-QTD-A-BAIXAR IS GREATER THAN ZEROES
             MOVE SCAN-BARCODE TO WS-EX-BARCODE
             IF SCAN-DEVOLUCAO
               MOVE 'DEVOLUCAO SEM LOTE EM VALIDADE' TO WS-EX-LIT
             ELSE
               MOVE 'VENDA ACIMA DO SALDO DOS LOTES' TO WS-EX-LIT
             END-IF
             MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE
             WRITE EXCEPT-LINE
             MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS
             MOVE 'EXCEPT-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM GRAVAR-EXCECAO-PADRAO
           END-IF.
      *
       BAIXAR-DO-LOTE.
           PERFORM LER-PROXIMO-LOTE.
           IF WS-FIM-LOTES IS NOT EQUAL TO 'Y'
             IF LTV-ATIVO AND LTV-QTD-SALDO IS GREATER THAN ZEROES
               IF LTV-QTD-SALDO IS GREATER THAN WS-QTD-A-BAIXAR
                 SUBTRACT WS-QTD-A-BAIXAR FROM LTV-QTD-SALDO
                 MOVE ZEROES TO WS-QTD-A-BAIXAR
               ELSE
                 SUBTRACT LTV-QTD-SALDO FROM WS-QTD-A-BAIXAR
                 MOVE ZEROES TO LTV-QTD-SALDO
                 MOVE 'E'    TO LTV-SITUACAO
               END-IF
               REWRITE LTV-REC
               MOVE WS-LTV-STATUS TO WS-FILE-STATUS
               MOVE 'LOT-FILE'    TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             END-IF
             IF WS-QTD-A-BAIXAR IS EQUAL TO ZEROES
               MOVE 'Y' TO WS-FIM-LOTES
             END-IF
           END-IF.
      *
       DEVOLVER-AO-LOTE.
           PERFORM LER-PROXIMO-LOTE.
           IF WS-FIM-LOTES IS NOT EQUAL TO 'Y'
             IF NOT LTV-BAIXADO AND
                LTV-VALIDADE IS NOT LESS THAN WS-RUN-DATE-NUM
               ADD WS-QTD-A-BAIXAR TO LTV-QTD-SALDO
               MOVE ZEROES TO WS-QTD-A-BAIXAR
               MOVE 'A'    TO LTV-SITUACAO
               REWRITE LTV-REC
               MOVE WS-LTV-STATUS TO WS-FILE-STATUS
               MOVE 'LOT-FILE'    TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
               MOVE 'Y' TO WS-FIM-LOTES
             END-IF
           END-IF.
      *
       LER-PROXIMO-LOTE.
           IF WS-FIM-LOTES IS NOT EQUAL TO 'Y'
             READ LOT-FILE NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-FIM-LOTES
             END-READ
             MOVE WS-LTV-STATUS TO WS-FILE-STATUS
             MOVE 'LOT-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
           IF WS-FIM-LOTES IS NOT EQUAL TO 'Y'
             IF LTV-BARCODE IS NOT EQUAL TO SCAN-BARCODE
               MOVE 'Y' TO WS-FIM-LOTES
             ELSE
               MOVE 'S' TO WS-LOTE-ACHADO
             END-IF
           END-IF.
      *
       ANOTAR-ESTOQUE-BAIXO.
           MOVE 'N' TO WS-BXO-ACHADO.
             MOVE LSK-QTD          TO WS-BXO-ESTOQUE(WS-BXO-COUNT)
             MOVE LSK-QTD-REPOS    TO WS-BXO-SUGERIDA(WS-BXO-COUNT)
           END-IF.
      *
       VERIFICAR-ITEM-MORTO.
           MOVE 'N' TO WS-ITEM-MORTO.
           IF WS-MRT-COUNT IS GREATER THAN ZEROES
             SET WS-IDX-MRT TO 1
             SEARCH ALL WS-MRT-LINHA
               AT END
                 CONTINUE
               WHEN WS-MRT-TAB-BARCODE(WS-IDX-MRT) IS EQUAL TO
                    WS-BXO-BARCODE(WS-B)
                 MOVE 'S' TO WS-ITEM-MORTO
             END-SEARCH
           END-IF.
      *
      * BINARY SEARCH OVER THE SORTED PROMOTION TABLE - THE OLD
      * LINEAR WALK PER SCANNED ITEM WAS THE LONGEST PART OF THE
           MOVE WS-SUBTOTAL     TO WS-AUD-SUBTOTAL.
           MOVE WS-CLIENTE-CUPOM TO WS-AUD-CLIENTE.
           MOVE SCAN-LOJA       TO WS-AUD-LOJA.
           MOVE SCAN-OPERADOR   TO WS-AUD-OPERADOR.
           MOVE SPACE           TO WS-AUD-MANUAL.
           IF SCAN-PRECO-MANUAL IS NUMERIC AND
              SCAN-PRECO-MANUAL IS GREATER THAN ZEROES
             MOVE 'M'           TO WS-AUD-MANUAL
           END-IF.
           MOVE WS-SUBTOTAL-TABELA TO WS-AUD-TABELA.
           MOVE WS-AUDIT-DETAIL TO AUDIT-LINE.
           WRITE AUDIT-LINE.
           MOVE WS-AUDIT-STATUS TO WS-FILE-STATUS.
      *
       GRAVAR-EXCECAO.
           MOVE SCAN-BARCODE      TO WS-EX-BARCODE.
           MOVE 'CODIGO DE BARRAS NAO CADASTRADO' TO WS-EX-LIT.
           MOVE WS-EXCEPT-DETAIL  TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS  TO WS-FILE-STATUS.
           CLOSE ITEM-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE STORE-STOCK.
           CLOSE LOT-FILE.
           CLOSE PROMO-FILE.
           CLOSE SUGGEST-FILE.
           CLOSE AUDIT-FILE.
           PERFORM LIBERAR-TRAVA-ARQUIVO.
           MOVE 'LOJASTK ' TO WS-TRV-ARQUIVO.
           PERFORM LIBERAR-TRAVA-ARQUIVO.
           MOVE 'LOTEVAL ' TO WS-TRV-ARQUIVO.
           PERFORM LIBERAR-TRAVA-ARQUIVO.
      *
      * THE MAINTAINED LOYALTY LEDGER GOES OUT WHOLE TO LOYNEW - THE
      * JOB SWAPS THE GENERATION OVER THE LIVE LOYFILE.
      *
      * END-OF-RUN LOW-STOCK SECTION AND PURCHASE-SUGGESTION FILE -
      * ONE LINE AND ONE RECORD PER ITEM THAT TOUCHED ITS REORDER
      * LEVEL, SUGGESTING THE MASTER'S REORDER QUANTITY. AN ITEM ON
      * ITEMMORT IS LISTED WITH NO SUGGESTION AND NO COMPRSUG RECORD.
       GRAVAR-SUGESTOES-COMPRA.
           IF WS-BXO-COUNT IS GREATER THAN ZEROES
             MOVE WS-BAIXO-TITLE-LINE TO REPORT-LINE
      *
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BXO-COUNT
             PERFORM VERIFICAR-ITEM-MORTO
             IF WS-ITEM-MORTO IS EQUAL TO 'S'
               MOVE ZEROES                 TO WS-BX-SUGERIDA
               MOVE 'ITEM MORTO - SEM COMPRA' TO WS-BX-OBS
             ELSE
               MOVE WS-BXO-BARCODE(WS-B)   TO SUG-BARCODE
               MOVE WS-BXO-DESCRICAO(WS-B) TO SUG-DESCRICAO
               MOVE WS-BXO-ESTOQUE(WS-B)   TO SUG-QTD-ESTOQUE
               MOVE WS-BXO-SUGERIDA(WS-B)  TO SUG-QTD-SUGERIDA
               MOVE WS-BXO-LOJA(WS-B)      TO SUG-LOJA
               WRITE SUG-REC
               MOVE WS-SUG-STATUS  TO WS-FILE-STATUS
               MOVE 'SUGGEST-FILE' TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
               MOVE WS-BXO-SUGERIDA(WS-B)  TO WS-BX-SUGERIDA
               MOVE SPACES                 TO WS-BX-OBS
             END-IF
      *
             MOVE WS-BXO-LOJA(WS-B)      TO WS-BX-LOJA
             MOVE WS-BXO-BARCODE(WS-B)   TO WS-BX-BARCODE
             MOVE WS-BXO-DESCRICAO(WS-B) TO WS-BX-DESCRICAO
             MOVE WS-BXO-ESTOQUE(WS-B)   TO WS-BX-ESTOQUE
             MOVE WS-BAIXO-DETAIL-LINE   TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
