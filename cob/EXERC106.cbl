      ******************************************************************
      * FILE NAME   : EXERC106                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTHLY SLOW-MOVING AND DEAD-STOCK REPORT. FOR   *
      *               EVERY ITEM ON ITEMFILE THE SALES OF THE LAST 30, *
      *               90 AND 180 DAYS ARE TAKEN FROM CHKAUDIT NET OF   *
      *               RETURNS, AND THE STOCK ON HAND FROM ITEM-QTD-    *
      *               ESTOQUE (LOJASTK GIVES THE STORES HOLDING IT).   *
      *               THE DAYS OF COVER AT THE 90-DAY RATE CLASSIFY    *
      *               THE ITEM AS RAPIDO, NORMAL, LENTO OR MORTO; THE  *
      *               LENTO AND MORTO STOCK IS VALUED AT ITEM-CUSTO ON *
      *               MORTRPT. THE MORTO ITEMS GO TO ITEMMORT, WHICH   *
      *               EXERC011 READS TO STOP SUGGESTING THEIR REORDER. *
      *               AN ITEM THAT HAS NOT SOLD YET IS NOVO UNTIL ITS  *
      *               FIRST RECVFILE RECEIPT IS DIAS-MORTO DAYS OLD.   *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - COMPRSUG KEPT PROPOSING         *
      *                REORDERS OF ITEMS THAT NO LONGER SELL. AN ITEM  *
      *                IS MORTO WHEN IT HAS STOCK AND NO SALE ON       *
      *                CHKAUDIT IN PARMMAST DIAS-MORTO DAYS (DEFAULT   *
      *                180), LENTO FROM DIAS-LENTO DAYS OF COVER       *
      *                (DEFAULT 90) AND RAPIDO UP TO DIAS-RAPIDO       *
      *                (DEFAULT 15). AN ITEM WITH STOCK AND NO NET     *
      *                SALE IN 90 DAYS SHOWS 9999 DAYS OF COVER. AN    *
      *                ITEM WITH NO STOCK AND NO SALE IN 180 DAYS IS   *
      *                ONLY COUNTED. ITEMMORT IS REWRITTEN WHOLE EACH  *
      *                MONTH, IN BARCODE ORDER.                        *
      * 2026-10-15 JM  AN ITEM STOCKED RECENTLY AND NOT SOLD YET WAS   *
      *                CLASSED MORTO AND ITS REORDER STOPPED. WITH NO  *
      *                SALE ON CHKAUDIT THE DAYS NOW COUNT FROM THE    *
      *                FIRST RECVFILE RECEIPT; UNTIL DIAS-MORTO DAYS   *
      *                HAVE PASSED THE ITEM IS NOVO, COUNTED ON ITS    *
      *                OWN LINE AND KEPT OFF ITEMMORT. NO RECEIPT ON   *
      *                FILE KEEPS THE OLD RULE.                        *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC106.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ITEM-FILE      ASSIGN TO ITEMFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS ITEM-BARCODE
                                  FILE STATUS IS WS-ITEM-STATUS.
      *
           SELECT STORE-STOCK    ASSIGN TO LOJASTK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS LSK-CHAVE
                                  FILE STATUS IS WS-LSK-STATUS.
      *
           SELECT AUDIT-FILE     ASSIGN TO CHKAUDIT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT RECEIPT-FILE   ASSIGN TO RECVFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RECV-STATUS.
      *
           SELECT DEAD-FILE      ASSIGN TO ITEMMORT
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MRT-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO MORTRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  ITEM-FILE.
       01  ITEM-REC.
           05  ITEM-BARCODE       PIC X(13).
           05  ITEM-DESCRICAO     PIC X(30).
           05  ITEM-VALOR         PIC 9(04)V9(02).
           05  ITEM-QTD-ESTOQUE   PIC 9(05)V9(02).
           05  ITEM-NIVEL-REPOS   PIC 9(05).
           05  ITEM-QTD-REPOS     PIC 9(05).
           05  ITEM-CUSTO         PIC 9(04)V9(02).
           05  ITEM-UNIDADE       PIC X(02).
           05  ITEM-CONTEUDO      PIC 9(05)V9(03).
      *
       FD  STORE-STOCK.
       01  LSK-REC.
           05  LSK-CHAVE.
               10  LSK-LOJA       PIC 9(02).
               10  LSK-BARCODE    PIC X(13).
           05  LSK-QTD            PIC 9(05)V9(02).
           05  LSK-NIVEL-REPOS    PIC 9(05).
           05  LSK-QTD-REPOS      PIC 9(05).
      *
      * MIRROR OF THE WS-AUDIT-DETAIL LINE EXERC011 WRITES.
       FD  AUDIT-FILE.
       01  AUD-REC.
           05  AUD-DATA           PIC 9(08).
           05  FILLER             PIC X(02).
           05  AUD-CAIXA          PIC 9(03).
           05  FILLER             PIC X(02).
           05  AUD-CUPOM          PIC 9(06).
           05  FILLER             PIC X(02).
           05  AUD-TIPO           PIC X(01).
           05  FILLER             PIC X(02).
           05  AUD-BARCODE        PIC X(13).
           05  FILLER             PIC X(02).
           05  AUD-QTD-ED         PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02).
           05  AUD-SUBTOTAL-ED    PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02).
           05  AUD-CLIENTE        PIC 9(06).
           05  FILLER             PIC X(02).
           05  AUD-LOJA           PIC 9(02).
           05  FILLER             PIC X(02).
           05  AUD-OPERADOR       PIC X(06).
           05  FILLER             PIC X(02).
           05  AUD-MANUAL         PIC X(01).
           05  FILLER             PIC X(02).
           05  AUD-TABELA-ED      PIC -ZZ.ZZZ.ZZ9,99.
      *
       FD  RECEIPT-FILE.
       01  RCV-REC.
           05  RCV-PO-NUMERO      PIC 9(06).
           05  RCV-BARCODE        PIC X(13).
           05  RCV-QTD            PIC 9(05).
           05  RCV-DATA           PIC 9(08).
           05  RCV-LOTE           PIC X(10).
           05  RCV-DATA-VALIDADE  PIC 9(08).
      *
      * ONE RECORD PER MORTO ITEM - THE LAST SALE (ZERO = NONE ON
      * CHKAUDIT) AND THE DAY THE ITEM WAS CLASSIFIED.
       FD  DEAD-FILE.
       01  MRT-REC.
           05  MRT-BARCODE        PIC X(13).
           05  MRT-DATA-ULT-VENDA PIC 9(08).
           05  MRT-DATA-APURACAO  PIC 9(08).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS         PIC X(02) VALUE SPACES.
       01  WS-LSK-STATUS          PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-RECV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MRT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
       01  WS-EOF-ITEM            PIC X(01) VALUE 'N'.
       01  WS-EOF-LSK             PIC X(01) VALUE 'N'.
       01  WS-EOF-AUD             PIC X(01) VALUE 'N'.
       01  WS-EOF-RCV             PIC X(01) VALUE 'N'.
      *
      * THRESHOLDS IN DAYS - PARMMAST OVERRIDES THE DEFAULTS.
       01  WS-DIAS-MORTO          PIC 9(03) VALUE 180.
       01  WS-DIAS-LENTO          PIC 9(03) VALUE 090.
       01  WS-DIAS-RAPIDO         PIC 9(03) VALUE 015.
      *
      * THE DAY OF THE RUN AS A DAY NUMBER, AND HOW FAR BACK AN
      * AUDIT LINE OR A LAST SALE LIES FROM IT.
       01  WS-DIA-APURACAO        PIC 9(07) VALUE ZEROES.
       01  WS-DIA-LINHA           PIC 9(07) VALUE ZEROES.
       01  WS-DIAS-ATRAS          PIC 9(07) VALUE ZEROES.
      *
      * ONE ROW PER ITEMFILE ITEM, IN THE FILE'S BARCODE ORDER, SO
      * THE AUDIT AND STORE-STOCK LINES FIND THEIR ITEM BY BINARY
      * SEARCH.
       01  WS-ITM-TAB.
           05  WS-ITM-LINHA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-ITM-COUNT
                                   ASCENDING KEY IS WS-IT-BARCODE
                                   INDEXED BY WS-IDX-ITM.
               10  WS-IT-BARCODE    PIC X(13).
               10  WS-IT-DESCRICAO  PIC X(30).
               10  WS-IT-ESTOQUE    PIC 9(05)V9(02).
               10  WS-IT-CUSTO      PIC 9(04)V9(02).
               10  WS-IT-LOJAS      PIC 9(03).
               10  WS-IT-VENDA-30   PIC S9(07)V9(02).
               10  WS-IT-VENDA-90   PIC S9(07)V9(02).
               10  WS-IT-VENDA-180  PIC S9(07)V9(02).
               10  WS-IT-ULT-VENDA  PIC 9(08).
               10  WS-IT-PRIM-RECEB PIC 9(08).
       01  WS-ITM-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-AUD-QTD             PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-QTD-LIQUIDA         PIC S9(08)V9(02) VALUE ZEROES.
      *
      * CLASSIFICATION OF THE ITEM BEING PRINTED.
       01  WS-CLASSE              PIC X(06) VALUE SPACES.
       01  WS-COBERTURA           PIC 9(04) VALUE ZEROES.
       01  WS-COBERTURA-CALC      PIC 9(09) VALUE ZEROES.
       01  WS-VALOR-ITEM          PIC 9(10)V9(02) VALUE ZEROES.
      *
       01  WS-QTD-RAPIDO          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-NORMAL          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-LENTO           PIC 9(05) VALUE ZEROES.
       01  WS-QTD-MORTO           PIC 9(05) VALUE ZEROES.
       01  WS-QTD-PARADO          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-NOVO            PIC 9(05) VALUE ZEROES.
       01  WS-VALOR-LENTO         PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-VALOR-MORTO         PIC 9(12)V9(02) VALUE ZEROES.
      *
       01  WS-DATA-ED.
           05  WS-DE-DD           PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-DE-MM           PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-DE-AAAA         PIC 9(04).
       01  WS-DATA-AUX            PIC 9(08) VALUE ZEROES.
       01  WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
           05  WS-DA-AAAA         PIC 9(04).
           05  WS-DA-MM           PIC 9(02).
           05  WS-DA-DD           PIC 9(02).
      *
       01  WS-LEGENDA-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(17) VALUE 'MORTO = SEM VENDA'.
           05  WS-LG-MORTO        PIC ZZ9.
           05  FILLER             PIC X(16) VALUE ' DIAS  LENTO >='.
           05  WS-LG-LENTO        PIC ZZ9.
           05  FILLER             PIC X(17) VALUE ' DIAS  RAPIDO <='.
           05  WS-LG-RAPIDO       PIC ZZ9.
           05  FILLER             PIC X(43)
               VALUE ' DIAS DE COBERTURA (9999 = SEM VENDA EM 90)'.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(14) VALUE 'ITEM'.
           05  FILLER             PIC X(17) VALUE 'DESCRICAO'.
           05  FILLER             PIC X(10) VALUE '  ESTOQUE'.
           05  FILLER             PIC X(04) VALUE 'LJS'.
           05  FILLER             PIC X(12) VALUE ' VENDA 30D'.
           05  FILLER             PIC X(12) VALUE ' VENDA 90D'.
           05  FILLER             PIC X(12) VALUE ' VENDA 180D'.
           05  FILLER             PIC X(11) VALUE 'ULT VENDA'.
           05  FILLER             PIC X(05) VALUE 'COB'.
           05  FILLER             PIC X(07) VALUE 'CLASSE'.
           05  FILLER             PIC X(13) VALUE '  VALOR CUSTO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-BARCODE      PIC X(13).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-DESCRICAO    PIC X(16).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-ESTOQUE      PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-LOJAS        PIC ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-VENDA-30     PIC -ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-VENDA-90     PIC -ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-VENDA-180    PIC -ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-ULT-VENDA    PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-COBERTURA    PIC ZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-CLASSE       PIC X(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-VALOR        PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(36).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-SM-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                                   BLANK WHEN ZERO.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(08).
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
       01  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       01  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
       01  WS-RECS-WRTN           PIC 9(07) VALUE ZEROES.
       01  WS-CONTROL-TOT         PIC S9(10)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM LER-AUDITORIA
             WITH TEST AFTER
             UNTIL WS-EOF-AUD IS EQUAL TO 'Y'.
      *
           PERFORM CLASSIFICAR-ITENS.
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
           COMPUTE WS-DIA-APURACAO =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
      *
           PERFORM CARREGAR-PARAMETROS.
      *
           OPEN INPUT  ITEM-FILE.
           MOVE WS-ITEM-STATUS TO WS-FILE-STATUS.
           MOVE 'ITEM-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-UM-ITEM
             WITH TEST AFTER
             UNTIL WS-EOF-ITEM IS EQUAL TO 'Y'.
           CLOSE ITEM-FILE.
      *
           OPEN INPUT  STORE-STOCK.
           MOVE WS-LSK-STATUS  TO WS-FILE-STATUS.
           MOVE 'STORE-STOCK'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-UM-ESTOQUE-LOJA
             WITH TEST AFTER
             UNTIL WS-EOF-LSK IS EQUAL TO 'Y'.
           CLOSE STORE-STOCK.
      *
           OPEN INPUT  RECEIPT-FILE.
           MOVE WS-RECV-STATUS TO WS-FILE-STATUS.
           MOVE 'RECEIPT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-UM-RECEBIMENTO
             WITH TEST AFTER
             UNTIL WS-EOF-RCV IS EQUAL TO 'Y'.
           CLOSE RECEIPT-FILE.
      *
           OPEN INPUT  AUDIT-FILE.
           MOVE WS-AUDIT-STATUS TO WS-FILE-STATUS.
           MOVE 'AUDIT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT DEAD-FILE.
           MOVE WS-MRT-STATUS  TO WS-FILE-STATUS.
           MOVE 'DEAD-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC106'                    TO RP-HDR-PROGRAM.
           MOVE 'ESTOQUE LENTO E PARADO'      TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-DIAS-MORTO                 TO WS-LG-MORTO.
           MOVE WS-DIAS-LENTO                 TO WS-LG-LENTO.
           MOVE WS-DIAS-RAPIDO                TO WS-LG-RAPIDO.
           MOVE WS-LEGENDA-LINE               TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * ALL THREE ARE WHOLE NUMBERS OF DAYS IN THE FIRST THREE
      * POSITIONS ('180' = 180 DAYS).
       CARREGAR-PARAMETROS.
           MOVE 'EXERC106'     TO WS-PRM-PROGRAMA.
           MOVE 'DIAS-MORTO'   TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-MORTO
             END-IF
           END-IF.
      *
           MOVE 'DIAS-LENTO'   TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-LENTO
             END-IF
           END-IF.
      *
           MOVE 'DIAS-RAPIDO'  TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-RAPIDO
             END-IF
           END-IF.
      *
           IF WS-DIAS-MORTO IS EQUAL TO ZEROES
             MOVE 180 TO WS-DIAS-MORTO
           END-IF.
           IF WS-DIAS-RAPIDO IS NOT LESS THAN WS-DIAS-LENTO
             MOVE 015 TO WS-DIAS-RAPIDO
             MOVE 090 TO WS-DIAS-LENTO
           END-IF.
      *
       LER-UM-ITEM.
           READ ITEM-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-EOF-ITEM
           END-READ.
           MOVE WS-ITEM-STATUS TO WS-FILE-STATUS.
           MOVE 'ITEM-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ITEM IS NOT EQUAL TO 'Y'
             IF WS-ITM-COUNT IS NOT LESS THAN 5000
               DISPLAY 'EXERC106 - ITEMFILE ACIMA DE 5000 ITENS'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-ITM-COUNT
             MOVE ITEM-BARCODE     TO WS-IT-BARCODE(WS-ITM-COUNT)
             MOVE ITEM-DESCRICAO   TO WS-IT-DESCRICAO(WS-ITM-COUNT)
             MOVE ITEM-QTD-ESTOQUE TO WS-IT-ESTOQUE(WS-ITM-COUNT)
             MOVE ITEM-CUSTO       TO WS-IT-CUSTO(WS-ITM-COUNT)
             MOVE ZEROES           TO WS-IT-LOJAS(WS-ITM-COUNT)
             MOVE ZEROES           TO WS-IT-VENDA-30(WS-ITM-COUNT)
             MOVE ZEROES           TO WS-IT-VENDA-90(WS-ITM-COUNT)
             MOVE ZEROES           TO WS-IT-VENDA-180(WS-ITM-COUNT)
             MOVE ZEROES           TO WS-IT-ULT-VENDA(WS-ITM-COUNT)
             MOVE ZEROES           TO WS-IT-PRIM-RECEB(WS-ITM-COUNT)
           END-IF.
      *
      * A STORE COUNTS AS HOLDING THE ITEM WHILE ITS LOJASTK ROW HAS
      * ANY QUANTITY LEFT.
       LER-UM-ESTOQUE-LOJA.
           READ STORE-STOCK NEXT RECORD
             AT END
               MOVE 'Y' TO WS-EOF-LSK
           END-READ.
           MOVE WS-LSK-STATUS  TO WS-FILE-STATUS.
           MOVE 'STORE-STOCK'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-LSK IS NOT EQUAL TO 'Y' AND
              LSK-QTD IS GREATER THAN ZEROES AND
              WS-ITM-COUNT IS GREATER THAN ZEROES
             SET WS-IDX-ITM TO 1
             SEARCH ALL WS-ITM-LINHA
               AT END
                 CONTINUE
               WHEN WS-IT-BARCODE(WS-IDX-ITM) IS EQUAL TO LSK-BARCODE
                 ADD 1 TO WS-IT-LOJAS(WS-IDX-ITM)
             END-SEARCH
           END-IF.
      *
      * THE FIRST RECEIPT OF EACH ITEM ON THE WHOLE RECVFILE HISTORY
      * - THE DAY ITS STOCK STARTED, FOR AN ITEM THAT HAS NOT SOLD.
      * RECEIPTS AFTER THE RUN DATE OR WITH A BAD DATE ARE IGNORED.
       LER-UM-RECEBIMENTO.
           READ RECEIPT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-RCV
           END-READ.
           MOVE WS-RECV-STATUS TO WS-FILE-STATUS.
           MOVE 'RECEIPT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RCV IS NOT EQUAL TO 'Y' AND
              RCV-DATA IS NUMERIC AND
              RCV-DATA IS NOT LESS THAN 16010101 AND
              RCV-DATA IS NOT GREATER THAN WS-RUN-DATE-NUM AND
              WS-ITM-COUNT IS GREATER THAN ZEROES
             SET WS-IDX-ITM TO 1
             SEARCH ALL WS-ITM-LINHA
               AT END
                 CONTINUE
               WHEN WS-IT-BARCODE(WS-IDX-ITM) IS EQUAL TO RCV-BARCODE
                 IF WS-IT-PRIM-RECEB(WS-IDX-ITM) IS EQUAL TO ZEROES OR
                    RCV-DATA IS LESS THAN WS-IT-PRIM-RECEB(WS-IDX-ITM)
                   MOVE RCV-DATA TO WS-IT-PRIM-RECEB(WS-IDX-ITM)
                 END-IF
             END-SEARCH
           END-IF.
      *
      * SALES ADD AND RETURNS SUBTRACT IN EVERY WINDOW THE LINE FALLS
      * IN - A CUPOM VOIDED AFTER TENDER CAME BACK AS RETURN LINES,
      * SO IT NETS OUT. LINES AFTER THE RUN DATE, TENDERS, LOYALTY
      * AND VOID LINES ARE IGNORED. THE LAST SALE IS TAKEN FROM THE
      * WHOLE FILE, HOWEVER OLD.
       LER-AUDITORIA.
           READ AUDIT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-AUD
           END-READ.
           MOVE WS-AUDIT-STATUS TO WS-FILE-STATUS.
           MOVE 'AUDIT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-AUD IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF AUD-DATA IS NUMERIC AND
                AUD-DATA IS NOT LESS THAN 16010101 AND
                AUD-DATA IS NOT GREATER THAN WS-RUN-DATE-NUM AND
                (AUD-TIPO IS EQUAL TO 'V' OR
                 AUD-TIPO IS EQUAL TO 'R') AND
                WS-ITM-COUNT IS GREATER THAN ZEROES
               SET WS-IDX-ITM TO 1
               SEARCH ALL WS-ITM-LINHA
                 AT END
                   CONTINUE
                 WHEN WS-IT-BARCODE(WS-IDX-ITM) IS EQUAL TO
                      AUD-BARCODE
                   PERFORM SOMAR-VENDA
               END-SEARCH
             END-IF
           END-IF.
      *
       SOMAR-VENDA.
           MOVE AUD-QTD-ED TO WS-AUD-QTD.
           IF AUD-TIPO IS EQUAL TO 'V'
             MOVE WS-AUD-QTD TO WS-QTD-LIQUIDA
             IF AUD-DATA IS GREATER THAN WS-IT-ULT-VENDA(WS-IDX-ITM)
               MOVE AUD-DATA TO WS-IT-ULT-VENDA(WS-IDX-ITM)
             END-IF
           ELSE
             COMPUTE WS-QTD-LIQUIDA = ZEROES - WS-AUD-QTD
           END-IF.
      *
           COMPUTE WS-DIA-LINHA = FUNCTION INTEGER-OF-DATE(AUD-DATA).
           COMPUTE WS-DIAS-ATRAS = WS-DIA-APURACAO - WS-DIA-LINHA.
           IF WS-DIAS-ATRAS IS LESS THAN 30
             ADD WS-QTD-LIQUIDA TO WS-IT-VENDA-30(WS-IDX-ITM)
           END-IF.
           IF WS-DIAS-ATRAS IS LESS THAN 90
             ADD WS-QTD-LIQUIDA TO WS-IT-VENDA-90(WS-IDX-ITM)
           END-IF.
           IF WS-DIAS-ATRAS IS LESS THAN 180
             ADD WS-QTD-LIQUIDA TO WS-IT-VENDA-180(WS-IDX-ITM)
           END-IF.
      *
      * ONE LINE PER ITEM IN BARCODE ORDER. ONLY AN ITEM WITH NEITHER
      * STOCK NOR ANY MOVEMENT IN 180 DAYS IS LEFT OFF THE PAGE.
       CLASSIFICAR-ITENS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITM-COUNT
             IF WS-IT-ESTOQUE(WS-I) IS EQUAL TO ZEROES AND
                WS-IT-VENDA-180(WS-I) IS EQUAL TO ZEROES
               ADD 1 TO WS-QTD-PARADO
             ELSE
               PERFORM CLASSIFICAR-UM-ITEM
               PERFORM IMPRIMIR-ITEM
             END-IF
           END-PERFORM.
      *
      * MORTO GOES BY THE LAST SALE; THE OTHERS BY THE DAYS THE STOCK
      * LASTS AT THE AVERAGE DAILY NET SALE OF THE LAST 90 DAYS. AN
      * ITEM THAT NEVER SOLD COUNTS FROM ITS FIRST RECEIPT, AND IS
      * NOVO - NOT MORTO, NOT ON ITEMMORT - UNTIL THAT RECEIPT IS
      * DIAS-MORTO DAYS OLD. WITH NO RECEIPT ON RECVFILE THE STOCK IS
      * OLDER THAN THE HISTORY AND THE ITEM IS MORTO.
       CLASSIFICAR-UM-ITEM.
           MOVE ZEROES TO WS-VALOR-ITEM.
           MOVE WS-DIAS-MORTO TO WS-DIAS-ATRAS.
           IF WS-IT-ULT-VENDA(WS-I) IS GREATER THAN ZEROES
             COMPUTE WS-DIA-LINHA =
                     FUNCTION INTEGER-OF-DATE(WS-IT-ULT-VENDA(WS-I))
             COMPUTE WS-DIAS-ATRAS = WS-DIA-APURACAO - WS-DIA-LINHA
           ELSE
             IF WS-IT-PRIM-RECEB(WS-I) IS GREATER THAN ZEROES
               COMPUTE WS-DIA-LINHA =
                       FUNCTION INTEGER-OF-DATE(WS-IT-PRIM-RECEB(WS-I))
               COMPUTE WS-DIAS-ATRAS = WS-DIA-APURACAO - WS-DIA-LINHA
             END-IF
           END-IF.
      *
           IF WS-IT-VENDA-90(WS-I) IS GREATER THAN ZEROES
             COMPUTE WS-COBERTURA-CALC ROUNDED =
                     WS-IT-ESTOQUE(WS-I) * 90 / WS-IT-VENDA-90(WS-I)
             IF WS-COBERTURA-CALC IS GREATER THAN 9999
               MOVE 9999 TO WS-COBERTURA
             ELSE
               MOVE WS-COBERTURA-CALC TO WS-COBERTURA
             END-IF
           ELSE
             IF WS-IT-ESTOQUE(WS-I) IS GREATER THAN ZEROES
               MOVE 9999 TO WS-COBERTURA
             ELSE
               MOVE ZEROES TO WS-COBERTURA
             END-IF
           END-IF.
      *
           EVALUATE TRUE
             WHEN WS-IT-ESTOQUE(WS-I) IS GREATER THAN ZEROES AND
                  WS-DIAS-ATRAS IS NOT LESS THAN WS-DIAS-MORTO
               MOVE 'MORTO ' TO WS-CLASSE
               ADD 1 TO WS-QTD-MORTO
               COMPUTE WS-VALOR-ITEM ROUNDED =
                       WS-IT-ESTOQUE(WS-I) * WS-IT-CUSTO(WS-I)
               ADD WS-VALOR-ITEM TO WS-VALOR-MORTO
               PERFORM GRAVAR-ITEM-MORTO
             WHEN WS-IT-ESTOQUE(WS-I) IS GREATER THAN ZEROES AND
                  WS-IT-ULT-VENDA(WS-I) IS EQUAL TO ZEROES
               MOVE 'NOVO  ' TO WS-CLASSE
               ADD 1 TO WS-QTD-NOVO
             WHEN WS-COBERTURA IS NOT LESS THAN WS-DIAS-LENTO
               MOVE 'LENTO ' TO WS-CLASSE
               ADD 1 TO WS-QTD-LENTO
               COMPUTE WS-VALOR-ITEM ROUNDED =
                       WS-IT-ESTOQUE(WS-I) * WS-IT-CUSTO(WS-I)
               ADD WS-VALOR-ITEM TO WS-VALOR-LENTO
             WHEN WS-COBERTURA IS NOT GREATER THAN WS-DIAS-RAPIDO
               MOVE 'RAPIDO' TO WS-CLASSE
               ADD 1 TO WS-QTD-RAPIDO
             WHEN OTHER
               MOVE 'NORMAL' TO WS-CLASSE
               ADD 1 TO WS-QTD-NORMAL
           END-EVALUATE.
      *
       GRAVAR-ITEM-MORTO.
           MOVE WS-IT-BARCODE(WS-I)   TO MRT-BARCODE.
           MOVE WS-IT-ULT-VENDA(WS-I) TO MRT-DATA-ULT-VENDA.
           MOVE WS-RUN-DATE-NUM       TO MRT-DATA-APURACAO.
           WRITE MRT-REC.
           MOVE WS-MRT-STATUS  TO WS-FILE-STATUS.
           MOVE 'DEAD-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       IMPRIMIR-ITEM.
           MOVE WS-IT-BARCODE(WS-I)   TO WS-DT-BARCODE.
           MOVE WS-IT-DESCRICAO(WS-I) TO WS-DT-DESCRICAO.
           MOVE WS-IT-ESTOQUE(WS-I)   TO WS-DT-ESTOQUE.
           MOVE WS-IT-LOJAS(WS-I)     TO WS-DT-LOJAS.
           MOVE WS-IT-VENDA-30(WS-I)  TO WS-DT-VENDA-30.
           MOVE WS-IT-VENDA-90(WS-I)  TO WS-DT-VENDA-90.
           MOVE WS-IT-VENDA-180(WS-I) TO WS-DT-VENDA-180.
           IF WS-IT-ULT-VENDA(WS-I) IS GREATER THAN ZEROES
             MOVE WS-IT-ULT-VENDA(WS-I) TO WS-DATA-AUX
             MOVE WS-DA-DD              TO WS-DE-DD
             MOVE WS-DA-MM              TO WS-DE-MM
             MOVE WS-DA-AAAA            TO WS-DE-AAAA
             MOVE WS-DATA-ED            TO WS-DT-ULT-VENDA
           ELSE
             MOVE 'NENHUMA'             TO WS-DT-ULT-VENDA
           END-IF.
           MOVE WS-COBERTURA          TO WS-DT-COBERTURA.
           MOVE WS-CLASSE             TO WS-DT-CLASSE.
           MOVE WS-VALOR-ITEM         TO WS-DT-VALOR.
           MOVE WS-DETAIL-LINE        TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
      * THE CONTROL TOTAL IS THE LENTO AND MORTO STOCK AT COST.
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE 'ITENS RAPIDOS:'                 TO WS-SM-LIT.
           MOVE WS-QTD-RAPIDO                    TO WS-SM-QTD.
           MOVE ZEROES                           TO WS-SM-VALOR.
           MOVE WS-SUMMARY-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ITENS NORMAIS:'                 TO WS-SM-LIT.
           MOVE WS-QTD-NORMAL                    TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ITENS LENTOS / VALOR A CUSTO:'  TO WS-SM-LIT.
           MOVE WS-QTD-LENTO                     TO WS-SM-QTD.
           MOVE WS-VALOR-LENTO                   TO WS-SM-VALOR.
           MOVE WS-SUMMARY-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ITENS MORTOS / VALOR A CUSTO:'  TO WS-SM-LIT.
           MOVE WS-QTD-MORTO                     TO WS-SM-QTD.
           MOVE WS-VALOR-MORTO                   TO WS-SM-VALOR.
           MOVE WS-SUMMARY-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ITENS NOVOS, AINDA SEM VENDA:'  TO WS-SM-LIT.
           MOVE WS-QTD-NOVO                      TO WS-SM-QTD.
           MOVE ZEROES                           TO WS-SM-VALOR.
           MOVE WS-SUMMARY-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'SEM ESTOQUE E SEM VENDA:'       TO WS-SM-LIT.
           MOVE WS-QTD-PARADO                    TO WS-SM-QTD.
           MOVE ZEROES                           TO WS-SM-VALOR.
           MOVE WS-SUMMARY-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           COMPUTE WS-CONTROL-TOT = WS-VALOR-LENTO + WS-VALOR-MORTO.
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE AUDIT-FILE.
           CLOSE DEAD-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYPRMPD.
           COPY CPYFILCHK.
