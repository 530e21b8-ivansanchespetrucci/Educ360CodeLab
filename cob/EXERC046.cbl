      *               DELIVERIES. OVER- AND UNDER-RECEIPTS GO TO THE   *
      *               POEXC EXCEPTIONS                                 *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  ITEM-REC CARRIES THE NEW ITEM-UNIDADE AND ITEM- *
      *                CONTEUDO (UNIT OF MEASURE AND NET CONTENT FOR   *
      *                THE SHELF LABELS), SO THE ITEMFILE RECORD       *
      *                MATCHES THE 82-BYTE MASTER.                     *
      * 2026-10-15 JM  RECVFILE GAINS RCV-LOTE AND RCV-DATA-VALIDADE.  *
      *                A MODE 'R' RECEIPT OF A PERISHABLE WITH AN      *
      *                EXPIRY DATE ALSO OPENS OR TOPS UP ITS BATCH ON  *
      *                THE INDEXED LOTEVAL MASTER (LOCKCHK INTERLOCK   *
      *                TAKEN) SO EXERC011 CAN SELL FIRST-EXPIRING-     *
      *                FIRST AND EXERC101 CAN WRITE OFF WHAT EXPIRES.  *
      *                AN INVALID EXPIRY DATE LEAVES THE BATCH         *
      *                UNREGISTERED AND GOES TO POEXC.                 *
      * 2026-10-15 JM  MODE 'G' ALSO STAMPS PO-PRECO-UNIT FROM THE     *
      *                ITEM'S ITEM-CUSTO (READ-ONLY ITEMFILE) FOR THE  *
      *                EXERC097 INVOICE MATCH, AND FORNMAST CARRIES    *
      *                THE SUPPLIER BANK ACCOUNT.                      *
      * 2026-10-15 JM  POFILE/PONEW GAIN PO-FORNECEDOR. MODE 'G'       *
      *                STAMPS EACH NEW PO WITH THE ITEM'S PREFERRED    *
      *                SUPPLIER FROM THE EXERC095 ITEMFORN/FORNMAST    *
      *                MASTERS (ZERO AND A POEXC LINE WHEN THERE IS    *
      *                NONE OR IT IS INACTIVE) AND DATES A SUGGESTION  *
      *                WITHOUT AN EXPECTED DATE AT RUN DATE PLUS THE   *
      *                SUPPLIER'S LEAD TIME. EXISTING POFILE RECORDS   *
      *                ARE CARRIED FORWARD WITH SUPPLIER ZERO AT       *
      *                CUTOVER.                                        *
      * 2026-09-02 JM  THE 'R' RECEIPT MODE NOW TAKES THE LOCKCHK      *
      *                INTERLOCK ON ITEMFILE BEFORE OPENING IT FOR     *
      *                UPDATE AND RELEASES IT AT CLOSE.                *
           SELECT PO-NEW-FILE    ASSIGN TO PONEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PON-STATUS.
      *
           SELECT SUPPLIER-FILE  ASSIGN TO FORNMAST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FORN-STATUS.
      *
           SELECT PREFER-FILE    ASSIGN TO ITEMFORN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-IFO-STATUS.
      *
           SELECT ITEM-FILE      ASSIGN TO ITEMFILE
                                  ORGANIZATION IS INDEXED
                                  RECORD KEY IS ITEM-BARCODE
                                  ACCESS MODE IS DYNAMIC
                                  FILE STATUS IS WS-ITEM-STATUS.
      *
           SELECT LOT-FILE       ASSIGN TO LOTEVAL
                                  ORGANIZATION IS INDEXED
                                  RECORD KEY IS LTV-CHAVE
                                  ACCESS MODE IS DYNAMIC
                                  FILE STATUS IS WS-LTV-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO PORPT
                                  ORGANIZATION IS LINE SEQUENTIAL
           05  APR-QTD            PIC 9(05).
           05  APR-DATA-PREVISTA  PIC 9(08).
      *
      * RCV-LOTE AND RCV-DATA-VALIDADE COME FILLED ONLY FOR
      * PERISHABLES - A ZERO EXPIRY DATE IS AN UNDATED ITEM.
       FD  RECEIPT-FILE.
       01  RCV-REC.
           05  RCV-PO-NUMERO      PIC 9(06).
           05  RCV-BARCODE        PIC X(13).
           05  RCV-QTD            PIC 9(05).
           05  RCV-DATA           PIC 9(08).
           05  RCV-LOTE           PIC X(10).
           05  RCV-DATA-VALIDADE  PIC 9(08).
      *
       FD  PO-FILE.
       01  PO-REC.
           05  PO-SITUACAO        PIC X(01).
               88  PO-ABERTO      VALUE 'A'.
               88  PO-FECHADO     VALUE 'F'.
           05  PO-FORNECEDOR      PIC 9(05).
           05  PO-PRECO-UNIT      PIC 9(04)V9(02).
      *
       FD  PO-NEW-FILE.
       01  PON-REC.
           05  PON-QTD-RECEBIDA   PIC 9(05).
           05  PON-DATA-PREVISTA  PIC 9(08).
           05  PON-SITUACAO       PIC X(01).
           05  PON-FORNECEDOR     PIC 9(05).
           05  PON-PRECO-UNIT     PIC 9(04)V9(02).
      *
       FD  SUPPLIER-FILE.
       01  FORN-REC.
           05  FORN-CODIGO        PIC 9(05).
           05  FORN-NOME          PIC X(30).
           05  FORN-CNPJ          PIC X(14).
           05  FORN-PRAZO-ENTREGA PIC 9(03).
           05  FORN-PRAZO-PAGTO   PIC 9(03).
           05  FORN-SITUACAO      PIC X(01).
           05  FORN-BANCO         PIC 9(03).
           05  FORN-AGENCIA       PIC 9(04).
           05  FORN-CONTA         PIC 9(10).
      *
       FD  PREFER-FILE.
       01  IFO-REC.
           05  IFO-BARCODE        PIC X(13).
           05  IFO-FORNECEDOR     PIC 9(05).
      *
       FD  ITEM-FILE.
       01  ITEM-REC.
           05  ITEM-NIVEL-REPOS   PIC 9(05).
           05  ITEM-QTD-REPOS     PIC 9(05).
           05  ITEM-CUSTO         PIC 9(04)V9(02).
           05  ITEM-UNIDADE       PIC X(02).
           05  ITEM-CONTEUDO      PIC 9(05)V9(03).
      *
      * ONE ROW PER RECEIVED BATCH OF A PERISHABLE, KEYED SO A START
      * ON THE BARCODE WALKS ITS BATCHES FIRST-EXPIRING-FIRST.
      * 'A' ACTIVE, 'E' SOLD OUT, 'B' WRITTEN OFF AT EXPIRY.
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
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
       01  WS-PO-STATUS           PIC X(02) VALUE SPACES.
       01  WS-PON-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ITEM-STATUS         PIC X(02) VALUE SPACES.
       01  WS-FORN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-IFO-STATUS          PIC X(02) VALUE SPACES.
       01  WS-LTV-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-APRV            PIC X(01) VALUE 'N'.
       01  WS-EOF-RECV            PIC X(01) VALUE 'N'.
       01  WS-EOF-PO              PIC X(01) VALUE 'N'.
       01  WS-EOF-FORN            PIC X(01) VALUE 'N'.
       01  WS-EOF-IFO             PIC X(01) VALUE 'N'.
      *
       01  WS-MODO                PIC X(01) VALUE SPACE.
      *
      * DATECHK INTERFACE - 'V' ONLY CHECKS THE EXPIRY IS A REAL DATE.
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE 'V'.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
       01  WS-PROXIMO-PO          PIC 9(06) VALUE ZEROES.
      *
      * OPEN-PO TABLE - THE WHOLE POFILE IN MEMORY FOR THE RECEIPT
               10  WS-TB-RECEBIDA   PIC 9(05).
               10  WS-TB-PREVISTA   PIC 9(08).
               10  WS-TB-SITUACAO   PIC X(01).
               10  WS-TB-FORNECEDOR PIC 9(05).
               10  WS-TB-PRECO      PIC 9(04)V9(02).
       01  WS-PO-COUNT            PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-PO-IDX              PIC 9(04) VALUE ZEROES.
       01  WS-QTD-PENDENTE        PIC S9(06) VALUE ZEROES.
      *
      * MODE 'G' ONLY - THE EXERC095 SUPPLIER MASTER (ACTIVE FLAG AND
      * LEAD TIME) AND THE PREFERRED SUPPLIER OF EACH BARCODE.
       01  WS-FRN-TAB.
           05  WS-FRN-LINHA       OCCURS 1 TO 1000 TIMES
                                   DEPENDING ON WS-FRN-COUNT.
               10  WS-FR-CODIGO     PIC 9(05).
               10  WS-FR-ENTREGA    PIC 9(03).
               10  WS-FR-SITUACAO   PIC X(01).
       01  WS-FRN-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-FRN-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-PRF-TAB.
           05  WS-PRF-LINHA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-PRF-COUNT.
               10  WS-PF-BARCODE    PIC X(13).
               10  WS-PF-FORNECEDOR PIC 9(05).
       01  WS-PRF-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-P                   PIC 9(04) VALUE ZEROES.
       01  WS-FORNECEDOR          PIC 9(05) VALUE ZEROES.
       01  WS-DATA-PREVISTA       PIC 9(08) VALUE ZEROES.
       01  WS-PRECO-PEDIDO        PIC 9(04)V9(02) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PREVISTA     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-FORNECEDOR   PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-FLAG         PIC X(20).
      *
           COPY CPYRPTHD.
             MOVE 'APPROVED-FILE'  TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-PROXIMO-NUMERO
             PERFORM CARREGAR-FORNECEDORES
             PERFORM CARREGAR-PREFERIDOS
             OPEN INPUT ITEM-FILE
             MOVE WS-ITEM-STATUS  TO WS-FILE-STATUS
             MOVE 'ITEM-FILE'     TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           IF WS-MODO IS EQUAL TO 'R'
             MOVE WS-ITEM-STATUS  TO WS-FILE-STATUS
             MOVE 'ITEM-FILE'     TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'LOTEVAL ' TO WS-TRV-ARQUIVO
             PERFORM TOMAR-TRAVA-ARQUIVO
             OPEN I-O LOT-FILE
             MOVE WS-LTV-STATUS   TO WS-FILE-STATUS
             MOVE 'LOT-FILE'      TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           OPEN OUTPUT REPORT-FILE.
           PERFORM CHECK-FILE-STATUS.
           MOVE NUM-PROXIMO-PO TO WS-PROXIMO-PO.
      *
      * A MISSING FORNMAST OR ITEMFORN ONLY MEANS NO SUPPLIER HAS
      * BEEN SET UP YET - EVERY PO THEN GOES OUT WITH SUPPLIER ZERO
      * AND A POEXC LINE.
       CARREGAR-FORNECEDORES.
           OPEN INPUT SUPPLIER-FILE.
           MOVE WS-FORN-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-FORN
           ELSE
             MOVE 'SUPPLIER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-UM-FORNECEDOR
               WITH TEST AFTER
               UNTIL WS-EOF-FORN IS EQUAL TO 'Y'
             CLOSE SUPPLIER-FILE
           END-IF.
      *
       LER-UM-FORNECEDOR.
           READ SUPPLIER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-FORN
           END-READ.
           MOVE WS-FORN-STATUS  TO WS-FILE-STATUS.
           MOVE 'SUPPLIER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-FORN IS NOT EQUAL TO 'Y'
             IF WS-FRN-COUNT IS NOT LESS THAN 1000
               DISPLAY 'EXERC046 - MAIS DE 1000 FORNECEDORES NO '
                       'FORNMAST - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-FRN-COUNT
             MOVE FORN-CODIGO        TO WS-FR-CODIGO(WS-FRN-COUNT)
             MOVE FORN-PRAZO-ENTREGA TO WS-FR-ENTREGA(WS-FRN-COUNT)
             MOVE FORN-SITUACAO      TO WS-FR-SITUACAO(WS-FRN-COUNT)
           END-IF.
      *
       CARREGAR-PREFERIDOS.
           OPEN INPUT PREFER-FILE.
           MOVE WS-IFO-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-IFO
           ELSE
             MOVE 'PREFER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-UM-PREFERIDO
               WITH TEST AFTER
               UNTIL WS-EOF-IFO IS EQUAL TO 'Y'
             CLOSE PREFER-FILE
           END-IF.
      *
       LER-UM-PREFERIDO.
           READ PREFER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-IFO
           END-READ.
           MOVE WS-IFO-STATUS TO WS-FILE-STATUS.
           MOVE 'PREFER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-IFO IS NOT EQUAL TO 'Y'
             IF WS-PRF-COUNT IS NOT LESS THAN 5000
               DISPLAY 'EXERC046 - MAIS DE 5000 ITENS NO ITEMFORN '
                       '- RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-PRF-COUNT
             MOVE IFO-BARCODE    TO WS-PF-BARCODE(WS-PRF-COUNT)
             MOVE IFO-FORNECEDOR TO WS-PF-FORNECEDOR(WS-PRF-COUNT)
           END-IF.
      *
      * A MISSING POFILE IS THE FIRST RUN OF THE SUBSYSTEM.
       CARREGAR-PEDIDOS.
           OPEN INPUT PO-FILE.
             MOVE PO-QTD-RECEBIDA  TO WS-TB-RECEBIDA(WS-PO-COUNT)
             MOVE PO-DATA-PREVISTA TO WS-TB-PREVISTA(WS-PO-COUNT)
             MOVE PO-SITUACAO      TO WS-TB-SITUACAO(WS-PO-COUNT)
             MOVE PO-FORNECEDOR    TO WS-TB-FORNECEDOR(WS-PO-COUNT)
             MOVE PO-PRECO-UNIT    TO WS-TB-PRECO(WS-PO-COUNT)
           END-IF.
      *
      * MODE 'G' - ONE NEW OPEN PO PER APPROVED SUGGESTION, NUMBERED
      * FROM THE PONUM CONTROL AND STAMPED WITH THE ITEM'S PREFERRED
      * SUPPLIER. A SUGGESTION WITH NO EXPECTED DATE GETS THE RUN
      * DATE PLUS THAT SUPPLIER'S LEAD TIME.
       GERAR-PEDIDOS.
           READ APPROVED-FILE
             AT END
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             PERFORM ATRIBUIR-FORNECEDOR
             PERFORM BUSCAR-PRECO-PEDIDO
             ADD 1 TO WS-PO-COUNT
             MOVE WS-PROXIMO-PO     TO WS-TB-NUMERO(WS-PO-COUNT)
             MOVE APR-BARCODE       TO WS-TB-BARCODE(WS-PO-COUNT)
             MOVE APR-QTD           TO WS-TB-PEDIDA(WS-PO-COUNT)
             MOVE ZEROES            TO WS-TB-RECEBIDA(WS-PO-COUNT)
             MOVE WS-DATA-PREVISTA  TO WS-TB-PREVISTA(WS-PO-COUNT)
             MOVE 'A'               TO WS-TB-SITUACAO(WS-PO-COUNT)
             MOVE WS-FORNECEDOR     TO WS-TB-FORNECEDOR(WS-PO-COUNT)
             MOVE WS-PRECO-PEDIDO   TO WS-TB-PRECO(WS-PO-COUNT)
      *
             MOVE WS-PROXIMO-PO     TO WS-DT-PO
             MOVE APR-BARCODE       TO WS-DT-BARCODE
             MOVE APR-QTD           TO WS-DT-PEDIDA
             MOVE ZEROES            TO WS-DT-RECEBIDA
             MOVE WS-DATA-PREVISTA  TO WS-DT-PREVISTA
             MOVE WS-FORNECEDOR     TO WS-DT-FORNECEDOR
             MOVE 'PEDIDO GERADO'   TO WS-DT-FLAG
             MOVE WS-DETAIL-LINE    TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             ADD 1 TO WS-PROXIMO-PO
           END-IF.
      *
      * THE PREFERRED SUPPLIER MUST BE ON FORNMAST AND ACTIVE;
      * OTHERWISE THE PO STILL GOES OUT (PURCHASING APPROVED IT) WITH
      * SUPPLIER ZERO, AND POEXC TELLS THEM TO CHOOSE ONE.
       ATRIBUIR-FORNECEDOR.
           MOVE ZEROES            TO WS-FORNECEDOR.
           MOVE ZEROES            TO WS-FRN-IDX.
           MOVE APR-DATA-PREVISTA TO WS-DATA-PREVISTA.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRF-COUNT
             IF WS-PF-BARCODE(WS-P) IS EQUAL TO APR-BARCODE
               MOVE WS-PF-FORNECEDOR(WS-P) TO WS-FORNECEDOR
               MOVE WS-PRF-COUNT TO WS-P
             END-IF
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-FRN-COUNT
             IF WS-FR-CODIGO(WS-I) IS EQUAL TO WS-FORNECEDOR
               MOVE WS-I TO WS-FRN-IDX
               MOVE WS-FRN-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           EVALUATE TRUE
             WHEN WS-FORNECEDOR IS EQUAL TO ZEROES
               MOVE 'ITEM SEM FORNECEDOR PREFERIDO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             WHEN WS-FRN-IDX IS EQUAL TO ZEROES
               MOVE ZEROES TO WS-FORNECEDOR
               MOVE 'FORNECEDOR PREFERIDO NAO CADASTRADO'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             WHEN WS-FR-SITUACAO(WS-FRN-IDX) IS NOT EQUAL TO 'A'
               MOVE ZEROES TO WS-FORNECEDOR
               MOVE 'FORNECEDOR PREFERIDO INATIVO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             WHEN WS-DATA-PREVISTA IS EQUAL TO ZEROES
               COMPUTE WS-DATA-PREVISTA =
                       FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                        + WS-FR-ENTREGA(WS-FRN-IDX))
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
      * THE PO PRICE IS THE ITEM'S CURRENT COST - THE FIGURE THE
      * EXERC097 INVOICE MATCH HOLDS THE SUPPLIER TO.
       BUSCAR-PRECO-PEDIDO.
           MOVE ZEROES      TO WS-PRECO-PEDIDO.
           MOVE APR-BARCODE TO ITEM-BARCODE.
           READ ITEM-FILE
             INVALID KEY
               MOVE 'BARCODE NAO CADASTRADO - PEDIDO SEM PRECO'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             NOT INVALID KEY
               MOVE ITEM-CUSTO TO WS-PRECO-PEDIDO
           END-READ.
      *
      * MODE 'R' - EACH RECEIPT FINDS ITS OPEN PO, POSTS THE GOODS TO
      * THE INDEXED ITEM MASTER AND CLOSES THE PO WHEN FULLY SERVED.
      * AN UNKNOWN PO OR WRONG BARCODE REJECTS THE RECEIPT UNTOUCHED;
               MOVE 'ITEM-FILE'    TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
               ADD RCV-QTD TO WS-CONTROL-TOT
               IF RCV-DATA-VALIDADE IS NOT EQUAL TO ZEROES
                 PERFORM REGISTRAR-LOTE
               END-IF
           END-READ.
      *
           MOVE RCV-PO-NUMERO             TO WS-DT-PO.
           MOVE WS-TB-PEDIDA(WS-PO-IDX)   TO WS-DT-PEDIDA.
           MOVE WS-TB-RECEBIDA(WS-PO-IDX) TO WS-DT-RECEBIDA.
           MOVE WS-TB-PREVISTA(WS-PO-IDX) TO WS-DT-PREVISTA.
           MOVE WS-TB-FORNECEDOR(WS-PO-IDX) TO WS-DT-FORNECEDOR.
           IF WS-TB-SITUACAO(WS-PO-IDX) IS EQUAL TO 'F'
             MOVE 'PEDIDO ATENDIDO'    TO WS-DT-FLAG
           ELSE
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A DATED RECEIPT OPENS (OR TOPS UP) ITS BATCH ON LOTEVAL. AN
      * EXPIRY ALREADY PAST STILL REGISTERS - THE GOODS ARE ON THE
      * DOCK - AND THE NIGHT'S EXERC101 RUN WRITES THE BATCH OFF.
       REGISTRAR-LOTE.
           MOVE RCV-DATA-VALIDADE TO WS-DATA-VERIFICADA.
           CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                WS-DATA-VERIFICADA
                                WS-RETORNO-DATECHK
                                WS-DIA-SEMANA
           END-CALL.
           IF WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
             MOVE 'VALIDADE INVALIDA - LOTE NAO REGISTRADO'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             IF RCV-DATA-VALIDADE IS LESS THAN WS-RUN-DATE-NUM
               MOVE 'LOTE RECEBIDO JA VENCIDO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
             MOVE RCV-BARCODE       TO LTV-BARCODE
             MOVE RCV-DATA-VALIDADE TO LTV-VALIDADE
             MOVE RCV-LOTE          TO LTV-LOTE
             READ LOT-FILE
               INVALID KEY
                 MOVE RCV-QTD       TO LTV-QTD-RECEBIDA
                 MOVE RCV-QTD       TO LTV-QTD-SALDO
                 MOVE RCV-DATA      TO LTV-DATA-RECEB
                 MOVE RCV-PO-NUMERO TO LTV-PO-NUMERO
                 MOVE 'A'           TO LTV-SITUACAO
                 WRITE LTV-REC
               NOT INVALID KEY
                 ADD RCV-QTD        TO LTV-QTD-RECEBIDA
                 ADD RCV-QTD        TO LTV-QTD-SALDO
                 MOVE 'A'           TO LTV-SITUACAO
                 REWRITE LTV-REC
             END-READ
             MOVE WS-LTV-STATUS TO WS-FILE-STATUS
             MOVE 'LOT-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      * MODE 'L' - EVERY OPEN PO, OVERDUE ONES FLAGGED.
       LISTAR-PEDIDOS-ABERTOS.
           PERFORM VARYING WS-I FROM 1 BY 1
               MOVE WS-TB-PEDIDA(WS-I)   TO WS-DT-PEDIDA
               MOVE WS-TB-RECEBIDA(WS-I) TO WS-DT-RECEBIDA
               MOVE WS-TB-PREVISTA(WS-I) TO WS-DT-PREVISTA
               MOVE WS-TB-FORNECEDOR(WS-I) TO WS-DT-FORNECEDOR
               IF WS-TB-PREVISTA(WS-I) IS LESS THAN WS-RUN-DATE-NUM
                 MOVE '** ENTREGA ATRASADA' TO WS-DT-FLAG
               ELSE
             MOVE WS-TB-RECEBIDA(WS-I) TO PON-QTD-RECEBIDA
             MOVE WS-TB-PREVISTA(WS-I) TO PON-DATA-PREVISTA
             MOVE WS-TB-SITUACAO(WS-I) TO PON-SITUACAO
             MOVE WS-TB-FORNECEDOR(WS-I) TO PON-FORNECEDOR
             MOVE WS-TB-PRECO(WS-I)      TO PON-PRECO-UNIT
             WRITE PON-REC
             MOVE WS-PON-STATUS TO WS-FILE-STATUS
             MOVE 'PO-NEW-FILE' TO WS-FILE-ID
           CLOSE PO-NEW-FILE.
      *
       GRAVAR-EXCECAO.
           IF WS-MODO IS EQUAL TO 'G'
             MOVE WS-PROXIMO-PO  TO WS-EX-PO
             MOVE APR-BARCODE    TO WS-EX-BARCODE
           ELSE
             MOVE RCV-PO-NUMERO  TO WS-EX-PO
             MOVE RCV-BARCODE    TO WS-EX-BARCODE
           END-IF.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
             PERFORM CHECK-FILE-STATUS
             CLOSE NUMBER-FILE
             CLOSE APPROVED-FILE
             CLOSE ITEM-FILE
           END-IF.
           IF WS-MODO IS EQUAL TO 'R'
             CLOSE RECEIPT-FILE
             CLOSE ITEM-FILE
             CLOSE LOT-FILE
             MOVE 'ITEMFILE' TO WS-TRV-ARQUIVO
             PERFORM LIBERAR-TRAVA-ARQUIVO
             MOVE 'LOTEVAL ' TO WS-TRV-ARQUIVO
             PERFORM LIBERAR-TRAVA-ARQUIVO
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
