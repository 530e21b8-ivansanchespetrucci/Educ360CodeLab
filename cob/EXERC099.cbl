      ******************************************************************
      * FILE NAME   : EXERC099                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTH-END INVENTORY VALUATION AT WEIGHTED        *
      *               AVERAGE COST. THE VALCTL MONTH IS REPLAYED FROM  *
      *               THE STKMOV MOVEMENTS EXERC047 POSTED: EACH PO    *
      *               RECEIPT AT ITS PO-PRECO-UNIT RECOMPUTES THE      *
      *               ITEM'S AVERAGE COST; SALES, RETURNS AND          *
      *               ADJUSTMENTS MOVE AT THE AVERAGE IN FORCE. VALRPT *
      *               SHOWS THE CLOSING STOCK VALUE PER ITEM AND IN    *
      *               TOTAL; VALGL CARRIES THE COST OF GOODS SOLD AND  *
      *               THE STOCK ADJUSTMENTS FOR EXERC042; CUSTTRN      *
      *               CARRIES THE NEW AVERAGES AS EXERC026 'U' COST    *
      *               CHANGES SO ITEM-CUSTO IS UPDATED AND AUDITED     *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - ITEM-CUSTO WAS TYPED IN AND     *
      *                NEVER FOLLOWED THE PURCHASE PRICES. THE OPENING *
      *                QUANTITY IS THE STKLEDG BOOK BALANCE LESS EVERY *
      *                STKMOV MOVEMENT FROM THE FIRST OF THE MONTH ON, *
      *                SO A RUN A FEW DAYS LATE STILL VALUES THE RIGHT *
      *                MONTH. THE OPENING AVERAGE IS THE ONE CUSTMED   *
      *                CARRIED FROM THE LAST MONTH (ITEM-CUSTO ON THE  *
      *                FIRST RUN). VALGLMP HAS THE SHAPE OF ARGLMAP:   *
      *                'EST' INVENTORY, 'CMV' COST OF GOODS SOLD,      *
      *                'AJE' STOCK ADJUSTMENTS. A MONTH ALREADY ON     *
      *                CUSTMED, OR AN INVALID ACCOUNT, ENDS THE STEP   *
      *                WITH RC 8 AND NOTHING POSTED.                   *
      * 2026-10-15 JM  STORE TRANSFER MOVEMENTS ('T') ARE VALUED AS    *
      *                ADJUSTMENTS AT THE CURRENT AVERAGE - A DISPATCH *
      *                AND ITS RECEIPT CANCEL OUT AND A SHORTFALL IN   *
      *                TRANSIT LANDS ON 'AJE'.                         *
      * 2026-10-15 JM  ITEM-REC CARRIES THE NEW ITEM-UNIDADE AND ITEM- *
      *                CONTEUDO (UNIT OF MEASURE AND NET CONTENT FOR   *
      *                THE SHELF LABELS) AND ITR-REC THE MATCHING      *
      *                ITEMTRAN FIELDS PLUS THE PRICE EFFECTIVE DATE - *
      *                THE 'U' ROWS WRITTEN HERE CARRY ZEROES IN THEM. *
      * 2026-10-15 JM  COA-REC CARRIES THE NEW COA-CLASSE, COA-LINHA   *
      *                AND COA-LINHA-TITULO THAT PLACE THE ACCOUNT ON  *
      *                THE EXERC109 BALANCE SHEET AND INCOME           *
      *                STATEMENT.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC099.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO VALCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT LEDGER-FILE    ASSIGN TO STKLEDG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-LED-STATUS.
      *
           SELECT MOVEMENT-FILE  ASSIGN TO STKMOV
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MOV-STATUS.
      *
           SELECT PO-FILE        ASSIGN TO POFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PO-STATUS.
      *
           SELECT ITEM-FILE      ASSIGN TO ITEMFILE
                                  ORGANIZATION IS INDEXED
                                  RECORD KEY IS ITEM-BARCODE
                                  ACCESS MODE IS DYNAMIC
                                  FILE STATUS IS WS-ITEM-STATUS.
      *
           SELECT COST-FILE      ASSIGN TO CUSTMED
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CST-STATUS.
      *
           SELECT COST-NEW       ASSIGN TO CUSTNEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CSTN-STATUS.
      *
           SELECT MAP-FILE       ASSIGN TO VALGLMP
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MAP-STATUS.
      *
           SELECT COA-FILE       ASSIGN TO COAFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS COA-CONTA
                                  FILE STATUS IS WS-COA-STATUS.
      *
           SELECT JOURNAL-FILE   ASSIGN TO VALGL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-JRN-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO CUSTTRN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO VALRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO VALEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-ANO-MES        PIC 9(06).
      *
       FD  LEDGER-FILE.
       01  LED-REC.
           05  LED-LINHA          PIC 9(02).
           05  LED-COLUNA         PIC 9(02).
           05  LED-ITEM           PIC X(13).
           05  LED-QTD            PIC S9(07)V9(02)
                                   SIGN IS LEADING SEPARATE.
           05  LED-DATA-POST      PIC 9(08).
      *
       FD  MOVEMENT-FILE.
       01  MOV-REC.
           05  MOV-DATA           PIC 9(08).
           05  MOV-TIPO           PIC X(01).
               88  MOV-VENDA      VALUE 'V'.
               88  MOV-DEVOLUCAO  VALUE 'R'.
               88  MOV-ENTRADA    VALUE 'E'.
               88  MOV-AJUSTE     VALUE 'A'.
               88  MOV-TRANSFERENCIA VALUE 'T'.
           05  MOV-ITEM           PIC X(13).
           05  MOV-QTD            PIC S9(07)V9(02)
                                   SIGN IS LEADING SEPARATE.
           05  MOV-PO-NUMERO      PIC 9(06).
      *
       FD  PO-FILE.
       01  PO-REC.
           05  PO-NUMERO          PIC 9(06).
           05  PO-BARCODE         PIC X(13).
           05  PO-QTD-PEDIDA      PIC 9(05).
           05  PO-QTD-RECEBIDA    PIC 9(05).
           05  PO-DATA-PREVISTA   PIC 9(08).
           05  PO-SITUACAO        PIC X(01).
           05  PO-FORNECEDOR      PIC 9(05).
           05  PO-PRECO-UNIT      PIC 9(04)V9(02).
      *
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
      * THE AVERAGE COST CARRIED MONTH TO MONTH AT FULL PRECISION,
      * WITH THE LAST MONTH VALUED.
       FD  COST-FILE.
       01  CST-REC.
           05  CST-ITEM           PIC X(13).
           05  CST-CUSTO-MEDIO    PIC 9(06)V9(04).
           05  CST-ANO-MES        PIC 9(06).
      *
       FD  COST-NEW.
       01  CSTN-REC.
           05  CSTN-ITEM          PIC X(13).
           05  CSTN-CUSTO-MEDIO   PIC 9(06)V9(04).
           05  CSTN-ANO-MES       PIC 9(06).
      *
       FD  MAP-FILE.
       01  MAP-REC.
           05  MAP-TIPO           PIC X(03).
           05  MAP-CONTA          PIC 9(06).
      *
       FD  COA-FILE.
       01  COA-REC.
           05  COA-CONTA          PIC 9(06).
           05  COA-DESCRICAO      PIC X(30).
           05  COA-STATUS         PIC X(01).
               88  COA-ATIVA      VALUE 'A'.
               88  COA-ENCERRADA  VALUE 'E'.
           05  COA-CLASSE         PIC X(01).
               88  COA-ATIVO      VALUE 'A'.
               88  COA-PASSIVO    VALUE 'P'.
               88  COA-PATRIMONIO VALUE 'L'.
               88  COA-RECEITA    VALUE 'R'.
               88  COA-DESPESA    VALUE 'D'.
           05  COA-LINHA          PIC 9(03).
           05  COA-LINHA-TITULO   PIC X(30).
      *
       FD  JOURNAL-FILE.
       01  JRN-REC.
           05  JRN-PERIODO        PIC 9(06).
           05  JRN-CONTA          PIC 9(06).
           05  JRN-DC             PIC X(01).
           05  JRN-VALOR          PIC 9(10)V9(02).
           05  JRN-ORIGEM         PIC X(08).
           05  JRN-DESCRICAO      PIC X(20).
           05  JRN-CC             PIC 9(03).
      *
      * THE EXERC026 ITEMTRAN LAYOUT - ONLY 'U' COST CHANGES.
       FD  TRANSACTION-FILE.
       01  ITR-REC.
           05  ITR-TIPO           PIC X(01).
           05  ITR-BARCODE        PIC X(13).
           05  ITR-DESCRICAO      PIC X(30).
           05  ITR-VALOR          PIC 9(04)V9(02).
           05  ITR-QTD-ESTOQUE    PIC 9(05)V9(02).
           05  ITR-NIVEL-REPOS    PIC 9(05).
           05  ITR-QTD-REPOS      PIC 9(05).
           05  ITR-CUSTO          PIC 9(04)V9(02).
           05  ITR-UNIDADE        PIC X(02).
           05  ITR-CONTEUDO       PIC 9(05)V9(03).
           05  ITR-DATA-VIGENCIA  PIC 9(08).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-LED-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MOV-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PO-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ITEM-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CST-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CSTN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS          PIC X(02) VALUE SPACES.
       01  WS-JRN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-LED             PIC X(01) VALUE 'N'.
       01  WS-EOF-MOV             PIC X(01) VALUE 'N'.
       01  WS-EOF-PO              PIC X(01) VALUE 'N'.
       01  WS-EOF-CST             PIC X(01) VALUE 'N'.
       01  WS-EOF-MAP             PIC X(01) VALUE 'N'.
      *
       01  WS-ANO-MES             PIC 9(06) VALUE ZEROES.
       01  WS-ANO-MES-R REDEFINES WS-ANO-MES.
           05  WS-AM-AAAA         PIC 9(04).
           05  WS-AM-MM           PIC 9(02).
       01  WS-ULTIMO-VALORADO     PIC 9(06) VALUE ZEROES.
      *
      * ONE ROW PER ITEM - THE RUNNING QUANTITY AND AVERAGE COST AS
      * THE MONTH IS REPLAYED, AND WHAT MOVED AT WHAT COST.
       01  WS-ITM-TAB.
           05  WS-ITM-LINHA       OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-ITM-COUNT.
               10  WS-IT-ITEM       PIC X(13).
               10  WS-IT-DESCRICAO  PIC X(30).
               10  WS-IT-CADASTRO   PIC X(01).
               10  WS-IT-CUSTO-ITEM PIC 9(04)V9(02).
               10  WS-IT-QTD        PIC S9(09)V9(02).
               10  WS-IT-QTD-INI    PIC S9(09)V9(02).
               10  WS-IT-MEDIO      PIC 9(06)V9(04).
               10  WS-IT-MEDIO-INI  PIC 9(06)V9(04).
               10  WS-IT-COMPRAS    PIC S9(10)V9(02).
               10  WS-IT-CMV        PIC S9(10)V9(02).
               10  WS-IT-AJUSTE     PIC S9(10)V9(02).
       01  WS-ITM-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-ITM-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-ITEM-PROCURADO      PIC X(13) VALUE SPACES.
      *
       01  WS-PO-TAB.
           05  WS-PO-LINHA        OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-PO-COUNT.
               10  WS-TB-NUMERO     PIC 9(06).
               10  WS-TB-BARCODE    PIC X(13).
               10  WS-TB-PRECO      PIC 9(04)V9(02).
       01  WS-PO-COUNT            PIC 9(04) VALUE ZEROES.
       01  WS-P                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-CUSTO-ENTRADA       PIC 9(06)V9(04) VALUE ZEROES.
       01  WS-QTD-BASE            PIC S9(09)V9(02) VALUE ZEROES.
       01  WS-VALOR-MOV           PIC S9(10)V9(02) VALUE ZEROES.
       01  WS-VALOR-FINAL         PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-CUSTO-NOVO          PIC 9(04)V9(02) VALUE ZEROES.
      *
       01  WS-TOT-INICIAL         PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-COMPRAS         PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-CMV             PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-AJUSTE          PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-FINAL           PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-QTD-CUSTOS-ALTERADOS PIC 9(05) VALUE ZEROES.
      *
       01  WS-CONTA-ESTOQUE       PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-CMV           PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-AJUSTE        PIC 9(06) VALUE ZEROES.
      *
       01  WS-TOT-DEBITOS         PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-CREDITOS        PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-POSTING-OK          PIC X(01) VALUE 'S'.
       01  WS-CONTA-VERIFICADA    PIC 9(06) VALUE ZEROES.
      *
       01  WS-LANC-CONTA          PIC 9(06) VALUE ZEROES.
       01  WS-LANC-DC             PIC X(01) VALUE SPACE.
       01  WS-LANC-VALOR          PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-LANC-DESC           PIC X(20) VALUE SPACES.
      *
       01  WS-DATE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(20) VALUE 'MES DE REFERENCIA:'.
           05  WS-DL-ANO-MES      PIC 9(06).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(15) VALUE 'ITEM'.
           05  FILLER             PIC X(22) VALUE 'DESCRICAO'.
           05  FILLER             PIC X(13) VALUE '   QTD FINAL'.
           05  FILLER             PIC X(13) VALUE ' CUSTO MEDIO'.
           05  FILLER             PIC X(16) VALUE '    VALOR FINAL'.
           05  FILLER             PIC X(16) VALUE '            CMV'.
           05  FILLER             PIC X(16) VALUE '        AJUSTES'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-ITEM         PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DESCRICAO    PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-QTD          PIC -ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-MEDIO        PIC ZZ.ZZ9,9999.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VALOR        PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CMV          PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-AJUSTE       PIC -ZZ.ZZZ.ZZ9,99.
      *
       01  WS-TITLE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TL-LIT          PIC X(60) VALUE SPACES.
      *
       01  WS-MOVE-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-MV-LIT          PIC X(34).
           05  WS-MV-VALOR        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-JRN-DETAIL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-JD-CONTA        PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-JD-DC           PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-JD-DESCRICAO    PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-JD-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-CHAVE        PIC X(13).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-CONTA        PIC 9(06) BLANK WHEN ZERO.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(45) VALUE SPACES.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
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
           PERFORM CALCULAR-SALDO-INICIAL.
           PERFORM VALORAR-MOVIMENTOS.
           PERFORM IMPRIMIR-VALORACAO.
      *
           PERFORM VALIDAR-CONTAS.
           IF WS-POSTING-OK IS EQUAL TO 'S'
             PERFORM GRAVAR-LANCAMENTOS
             PERFORM GRAVAR-CUSTOS
           ELSE
             MOVE 8 TO RETURN-CODE
           END-IF.
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
           MOVE CTL-ANO-MES TO WS-ANO-MES.
           CLOSE CONTROL-FILE.
      *
           IF CTL-ANO-MES IS NOT NUMERIC OR
              WS-AM-AAAA IS LESS THAN 2000 OR
              WS-AM-MM IS LESS THAN 1 OR
              WS-AM-MM IS GREATER THAN 12
             DISPLAY 'EXERC099 - MES INVALIDO NO VALCTL: '
                     CTL-ANO-MES
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           OPEN INPUT  ITEM-FILE.
           MOVE WS-ITEM-STATUS TO WS-FILE-STATUS.
           MOVE 'ITEM-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM CARREGAR-CUSTOS.
           IF WS-ULTIMO-VALORADO IS NOT LESS THAN WS-ANO-MES
             DISPLAY 'EXERC099 - MES ' WS-ANO-MES
                     ' JA VALORADO NO CUSTMED (ULTIMO '
                     WS-ULTIMO-VALORADO ')'
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           OPEN INPUT  LEDGER-FILE.
           MOVE WS-LED-STATUS  TO WS-FILE-STATUS.
           MOVE 'LEDGER-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-UM-SALDO
             WITH TEST AFTER
             UNTIL WS-EOF-LED IS EQUAL TO 'Y'.
           CLOSE LEDGER-FILE.
      *
           OPEN INPUT  PO-FILE.
           MOVE WS-PO-STATUS TO WS-FILE-STATUS.
           MOVE 'PO-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-UM-PEDIDO
             WITH TEST AFTER
             UNTIL WS-EOF-PO IS EQUAL TO 'Y'.
           CLOSE PO-FILE.
      *
           OPEN INPUT  MAP-FILE.
           MOVE WS-MAP-STATUS  TO WS-FILE-STATUS.
           MOVE 'MAP-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-TABELA-MAPA
             WITH TEST AFTER
             UNTIL WS-EOF-MAP IS EQUAL TO 'Y'.
           CLOSE MAP-FILE.
      *
           OPEN INPUT  COA-FILE.
           MOVE WS-COA-STATUS  TO WS-FILE-STATUS.
           MOVE 'COA-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT JOURNAL-FILE.
           MOVE WS-JRN-STATUS  TO WS-FILE-STATUS.
           MOVE 'JOURNAL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT TRANSACTION-FILE.
           MOVE WS-TRAN-STATUS     TO WS-FILE-STATUS.
           MOVE 'TRANSACTION-FILE' TO WS-FILE-ID.
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
           MOVE 'EXERC099'                    TO RP-HDR-PROGRAM.
           MOVE 'VALORACAO DO ESTOQUE - CUSTO MEDIO'
                                              TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-ANO-MES                    TO WS-DL-ANO-MES.
           MOVE WS-DATE-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * NO CUSTMED YET (STATUS 35) IS THE FIRST VALUATION - EVERY
      * ITEM OPENS AT ITS ITEM-CUSTO.
       CARREGAR-CUSTOS.
           OPEN INPUT COST-FILE.
           MOVE WS-CST-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'COST-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-UM-CUSTO
               WITH TEST AFTER
               UNTIL WS-EOF-CST IS EQUAL TO 'Y'
             CLOSE COST-FILE
           END-IF.
      *
       LER-UM-CUSTO.
           READ COST-FILE
             AT END
               MOVE 'Y' TO WS-EOF-CST
           END-READ.
           MOVE WS-CST-STATUS TO WS-FILE-STATUS.
           MOVE 'COST-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-CST IS NOT EQUAL TO 'Y'
             MOVE CST-ITEM TO WS-ITEM-PROCURADO
             PERFORM LOCALIZAR-ITEM
             MOVE CST-CUSTO-MEDIO TO WS-IT-MEDIO(WS-ITM-IDX)
             IF CST-ANO-MES IS GREATER THAN WS-ULTIMO-VALORADO
               MOVE CST-ANO-MES TO WS-ULTIMO-VALORADO
             END-IF
           END-IF.
      *
      * THE BOOK BALANCE OF EVERY BIN, SUMMED PER ITEM.
       LER-UM-SALDO.
           READ LEDGER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-LED
           END-READ.
           MOVE WS-LED-STATUS TO WS-FILE-STATUS.
           MOVE 'LEDGER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-LED IS NOT EQUAL TO 'Y'
             MOVE LED-ITEM TO WS-ITEM-PROCURADO
             PERFORM LOCALIZAR-ITEM
             ADD LED-QTD TO WS-IT-QTD(WS-ITM-IDX)
           END-IF.
      *
       LER-UM-PEDIDO.
           READ PO-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PO
           END-READ.
           MOVE WS-PO-STATUS TO WS-FILE-STATUS.
           MOVE 'PO-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PO IS NOT EQUAL TO 'Y'
             IF WS-PO-COUNT IS NOT LESS THAN 2000
               DISPLAY 'EXERC099 - MAIS DE 2000 PEDIDOS NO POFILE - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-PO-COUNT
             MOVE PO-NUMERO     TO WS-TB-NUMERO(WS-PO-COUNT)
             MOVE PO-BARCODE    TO WS-TB-BARCODE(WS-PO-COUNT)
             MOVE PO-PRECO-UNIT TO WS-TB-PRECO(WS-PO-COUNT)
           END-IF.
      *
       LER-TABELA-MAPA.
           READ MAP-FILE
             AT END
               MOVE 'Y' TO WS-EOF-MAP
           END-READ.
           MOVE WS-MAP-STATUS  TO WS-FILE-STATUS.
           MOVE 'MAP-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-MAP IS NOT EQUAL TO 'Y'
             EVALUATE MAP-TIPO
               WHEN 'EST'
                 MOVE MAP-CONTA TO WS-CONTA-ESTOQUE
               WHEN 'CMV'
                 MOVE MAP-CONTA TO WS-CONTA-CMV
               WHEN 'AJE'
                 MOVE MAP-CONTA TO WS-CONTA-AJUSTE
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *
      * FINDS WS-ITEM-PROCURADO IN THE TABLE, ADDING IT WHEN NEW WITH
      * ITS ITEMFILE DESCRIPTION AND COST. WS-ITM-IDX POINTS AT IT.
       LOCALIZAR-ITEM.
           MOVE ZEROES TO WS-ITM-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITM-COUNT
             IF WS-IT-ITEM(WS-I) IS EQUAL TO WS-ITEM-PROCURADO
               MOVE WS-I TO WS-ITM-IDX
               MOVE WS-ITM-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           IF WS-ITM-IDX IS EQUAL TO ZEROES
             IF WS-ITM-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC099 - MAIS DE 3000 ITENS - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-ITM-COUNT
             MOVE WS-ITM-COUNT TO WS-ITM-IDX
             MOVE WS-ITEM-PROCURADO TO WS-IT-ITEM(WS-ITM-IDX)
             MOVE ZEROES TO WS-IT-QTD(WS-ITM-IDX)
                            WS-IT-QTD-INI(WS-ITM-IDX)
                            WS-IT-COMPRAS(WS-ITM-IDX)
                            WS-IT-CMV(WS-ITM-IDX)
                            WS-IT-AJUSTE(WS-ITM-IDX)
             MOVE WS-ITEM-PROCURADO TO ITEM-BARCODE
             READ ITEM-FILE
               INVALID KEY
                 MOVE 'N'    TO WS-IT-CADASTRO(WS-ITM-IDX)
                 MOVE SPACES TO WS-IT-DESCRICAO(WS-ITM-IDX)
                 MOVE ZEROES TO WS-IT-CUSTO-ITEM(WS-ITM-IDX)
                                WS-IT-MEDIO(WS-ITM-IDX)
               NOT INVALID KEY
                 MOVE 'S'            TO WS-IT-CADASTRO(WS-ITM-IDX)
                 MOVE ITEM-DESCRICAO TO WS-IT-DESCRICAO(WS-ITM-IDX)
                 MOVE ITEM-CUSTO     TO WS-IT-CUSTO-ITEM(WS-ITM-IDX)
                 MOVE ITEM-CUSTO     TO WS-IT-MEDIO(WS-ITM-IDX)
             END-READ
           END-IF.
      *
      * FIRST PASS - EVERY MOVEMENT FROM THE FIRST OF THE MONTH ON IS
      * TAKEN BACK OUT OF THE BOOK BALANCE, LEAVING THE QUANTITY THE
      * MONTH OPENED WITH.
       CALCULAR-SALDO-INICIAL.
           OPEN INPUT  MOVEMENT-FILE.
           MOVE WS-MOV-STATUS   TO WS-FILE-STATUS.
           MOVE 'MOVEMENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM DESCONTAR-MOVIMENTO
             WITH TEST AFTER
             UNTIL WS-EOF-MOV IS EQUAL TO 'Y'.
           CLOSE MOVEMENT-FILE.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITM-COUNT
             MOVE WS-IT-QTD(WS-I)   TO WS-IT-QTD-INI(WS-I)
             MOVE WS-IT-MEDIO(WS-I) TO WS-IT-MEDIO-INI(WS-I)
             IF WS-IT-QTD(WS-I) IS GREATER THAN ZEROES
               COMPUTE WS-TOT-INICIAL ROUNDED = WS-TOT-INICIAL
                       + WS-IT-QTD(WS-I) * WS-IT-MEDIO(WS-I)
             END-IF
           END-PERFORM.
      *
       DESCONTAR-MOVIMENTO.
           READ MOVEMENT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-MOV
           END-READ.
           MOVE WS-MOV-STATUS   TO WS-FILE-STATUS.
           MOVE 'MOVEMENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-MOV IS NOT EQUAL TO 'Y'
             IF MOV-DATA(1:6) IS NOT LESS THAN WS-ANO-MES
               MOVE MOV-ITEM TO WS-ITEM-PROCURADO
               PERFORM LOCALIZAR-ITEM
               SUBTRACT MOV-QTD FROM WS-IT-QTD(WS-ITM-IDX)
             END-IF
           END-IF.
      *
      * SECOND PASS - THE MONTH'S MOVEMENTS IN THE ORDER THEY WERE
      * POSTED.
       VALORAR-MOVIMENTOS.
           MOVE 'N' TO WS-EOF-MOV.
           OPEN INPUT  MOVEMENT-FILE.
           MOVE WS-MOV-STATUS   TO WS-FILE-STATUS.
           MOVE 'MOVEMENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM VALORAR-UM-MOVIMENTO
             WITH TEST AFTER
             UNTIL WS-EOF-MOV IS EQUAL TO 'Y'.
           CLOSE MOVEMENT-FILE.
      *
      * A RECEIPT AT ITS PO PRICE MOVES THE AVERAGE: STOCK ON HAND AT
      * THE OLD AVERAGE PLUS THE RECEIPT AT COST, OVER THE NEW
      * QUANTITY. A NEGATIVE BALANCE CARRIES NO VALUE INTO THE
      * AVERAGE. EVERYTHING ELSE MOVES AT THE AVERAGE IN FORCE.
       VALORAR-UM-MOVIMENTO.
           READ MOVEMENT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-MOV
           END-READ.
           MOVE WS-MOV-STATUS   TO WS-FILE-STATUS.
           MOVE 'MOVEMENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-MOV IS NOT EQUAL TO 'Y'
             IF MOV-DATA(1:6) IS EQUAL TO WS-ANO-MES
               ADD 1 TO WS-RECS-READ
               MOVE MOV-ITEM TO WS-ITEM-PROCURADO
               PERFORM LOCALIZAR-ITEM
               EVALUATE TRUE
                 WHEN MOV-ENTRADA
                   PERFORM VALORAR-ENTRADA
                 WHEN MOV-VENDA OR MOV-DEVOLUCAO
                   COMPUTE WS-VALOR-MOV ROUNDED =
                           MOV-QTD * WS-IT-MEDIO(WS-ITM-IDX)
                   SUBTRACT WS-VALOR-MOV FROM WS-IT-CMV(WS-ITM-IDX)
                 WHEN MOV-AJUSTE OR MOV-TRANSFERENCIA
                   COMPUTE WS-VALOR-MOV ROUNDED =
                           MOV-QTD * WS-IT-MEDIO(WS-ITM-IDX)
                   ADD WS-VALOR-MOV TO WS-IT-AJUSTE(WS-ITM-IDX)
                 WHEN OTHER
                   MOVE MOV-ITEM TO WS-EX-CHAVE
                   MOVE ZEROES   TO WS-EX-CONTA
                   MOVE 'TIPO DE MOVIMENTO DESCONHECIDO - IGNORADO'
                     TO WS-EX-LIT
                   PERFORM GRAVAR-AVISO
               END-EVALUATE
               ADD MOV-QTD TO WS-IT-QTD(WS-ITM-IDX)
             END-IF
           END-IF.
      *
       VALORAR-ENTRADA.
           MOVE ZEROES TO WS-CUSTO-ENTRADA.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PO-COUNT
             IF WS-TB-NUMERO(WS-P) IS EQUAL TO MOV-PO-NUMERO AND
                WS-TB-BARCODE(WS-P) IS EQUAL TO MOV-ITEM
               MOVE WS-TB-PRECO(WS-P) TO WS-CUSTO-ENTRADA
               MOVE WS-PO-COUNT TO WS-P
             END-IF
           END-PERFORM.
      *
           IF WS-CUSTO-ENTRADA IS EQUAL TO ZEROES
             MOVE WS-IT-MEDIO(WS-ITM-IDX) TO WS-CUSTO-ENTRADA
             MOVE MOV-ITEM TO WS-EX-CHAVE
             MOVE ZEROES   TO WS-EX-CONTA
             MOVE 'RECEBIMENTO SEM PRECO DE PEDIDO - CUSTO MEDIO'
               TO WS-EX-LIT
             PERFORM GRAVAR-AVISO
           END-IF.
      *
           IF WS-IT-QTD(WS-ITM-IDX) IS GREATER THAN ZEROES
             MOVE WS-IT-QTD(WS-ITM-IDX) TO WS-QTD-BASE
           ELSE
             MOVE ZEROES TO WS-QTD-BASE
           END-IF.
           IF WS-QTD-BASE + MOV-QTD IS GREATER THAN ZEROES
             COMPUTE WS-IT-MEDIO(WS-ITM-IDX) ROUNDED =
                     (WS-QTD-BASE * WS-IT-MEDIO(WS-ITM-IDX)
                      + MOV-QTD * WS-CUSTO-ENTRADA)
                     / (WS-QTD-BASE + MOV-QTD)
           END-IF.
           COMPUTE WS-VALOR-MOV ROUNDED = MOV-QTD * WS-CUSTO-ENTRADA.
           ADD WS-VALOR-MOV TO WS-IT-COMPRAS(WS-ITM-IDX).
      *
      * ONE LINE PER ITEM THAT HAD STOCK OR MOVEMENT, THEN THE
      * ROLL-FORWARD OF THE WHOLE STOCK VALUE.
       IMPRIMIR-VALORACAO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITM-COUNT
             IF WS-IT-QTD(WS-I) IS GREATER THAN ZEROES
               COMPUTE WS-VALOR-FINAL ROUNDED =
                       WS-IT-QTD(WS-I) * WS-IT-MEDIO(WS-I)
             ELSE
               MOVE ZEROES TO WS-VALOR-FINAL
             END-IF
             IF WS-IT-QTD(WS-I) IS NOT EQUAL TO ZEROES OR
                WS-IT-QTD-INI(WS-I) IS NOT EQUAL TO ZEROES OR
                WS-IT-COMPRAS(WS-I) IS NOT EQUAL TO ZEROES OR
                WS-IT-CMV(WS-I) IS NOT EQUAL TO ZEROES OR
                WS-IT-AJUSTE(WS-I) IS NOT EQUAL TO ZEROES
               MOVE WS-IT-ITEM(WS-I)      TO WS-DT-ITEM
               MOVE WS-IT-DESCRICAO(WS-I) TO WS-DT-DESCRICAO
               MOVE WS-IT-QTD(WS-I)       TO WS-DT-QTD
               MOVE WS-IT-MEDIO(WS-I)     TO WS-DT-MEDIO
               MOVE WS-VALOR-FINAL        TO WS-DT-VALOR
               MOVE WS-IT-CMV(WS-I)       TO WS-DT-CMV
               MOVE WS-IT-AJUSTE(WS-I)    TO WS-DT-AJUSTE
               MOVE WS-DETAIL-LINE        TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
             END-IF
             IF WS-IT-QTD(WS-I) IS LESS THAN ZEROES
               MOVE WS-IT-ITEM(WS-I) TO WS-EX-CHAVE
               MOVE ZEROES           TO WS-EX-CONTA
               MOVE 'SALDO NEGATIVO NO FECHAMENTO - VALOR ZERO'
                 TO WS-EX-LIT
               PERFORM GRAVAR-AVISO
             END-IF
             ADD WS-VALOR-FINAL      TO WS-TOT-FINAL
             ADD WS-IT-COMPRAS(WS-I) TO WS-TOT-COMPRAS
             ADD WS-IT-CMV(WS-I)     TO WS-TOT-CMV
             ADD WS-IT-AJUSTE(WS-I)  TO WS-TOT-AJUSTE
           END-PERFORM.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'MOVIMENTO DO VALOR DO ESTOQUE' TO WS-TL-LIT.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ESTOQUE INICIAL'             TO WS-MV-LIT.
           MOVE WS-TOT-INICIAL                TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE '(+) ENTRADAS A CUSTO DE PEDIDO' TO WS-MV-LIT.
           MOVE WS-TOT-COMPRAS                TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE '(-) CUSTO DAS MERCADORIAS VENDIDAS' TO WS-MV-LIT.
           MOVE WS-TOT-CMV                    TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE '(+/-) AJUSTES DE ESTOQUE'    TO WS-MV-LIT.
           MOVE WS-TOT-AJUSTE                 TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ESTOQUE FINAL'               TO WS-MV-LIT.
           MOVE WS-TOT-FINAL                  TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TOT-FINAL                  TO WS-CONTROL-TOT.
      *
       VALIDAR-CONTAS.
           IF WS-TOT-CMV IS NOT EQUAL TO ZEROES OR
              WS-TOT-AJUSTE IS NOT EQUAL TO ZEROES
             MOVE 'EST' TO WS-EX-CHAVE
             MOVE WS-CONTA-ESTOQUE TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-TOT-CMV IS NOT EQUAL TO ZEROES
             MOVE 'CMV' TO WS-EX-CHAVE
             MOVE WS-CONTA-CMV TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-TOT-AJUSTE IS NOT EQUAL TO ZEROES
             MOVE 'AJE' TO WS-EX-CHAVE
             MOVE WS-CONTA-AJUSTE TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
      *
       VERIFICAR-UMA-CONTA.
           IF WS-CONTA-VERIFICADA IS EQUAL TO ZEROES
             MOVE ZEROES TO WS-EX-CONTA
             MOVE 'SEM CONTA MAPEADA NO VALGLMP' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             MOVE WS-CONTA-VERIFICADA TO COA-CONTA
             READ COA-FILE
               INVALID KEY
                 MOVE WS-CONTA-VERIFICADA TO WS-EX-CONTA
                 MOVE 'CONTA NAO CADASTRADA NO PLANO' TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               NOT INVALID KEY
                 IF COA-ENCERRADA
                   MOVE WS-CONTA-VERIFICADA TO WS-EX-CONTA
                   MOVE 'CONTA ENCERRADA - POSTAGEM RETIDA'
                     TO WS-EX-LIT
                   PERFORM GRAVAR-EXCECAO
                 END-IF
             END-READ
           END-IF.
      *
      * COST OF GOODS SOLD: D CMV / C INVENTORY (REVERSED WHEN THE
      * MONTH'S RETURNS OUTWEIGH ITS SALES). ADJUSTMENTS: A NET GAIN
      * D INVENTORY / C ADJUSTMENTS, A NET LOSS THE OTHER WAY ROUND.
       GRAVAR-LANCAMENTOS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LANCAMENTOS GERADOS NO VALGL' TO WS-TL-LIT.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-TOT-CMV IS GREATER THAN ZEROES
             MOVE WS-CONTA-CMV           TO WS-LANC-CONTA
             MOVE 'D'                    TO WS-LANC-DC
             MOVE WS-TOT-CMV             TO WS-LANC-VALOR
             MOVE 'CUSTO MERC. VENDIDAS' TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-ESTOQUE       TO WS-LANC-CONTA
             MOVE 'C'                    TO WS-LANC-DC
             MOVE 'BAIXA ESTOQUE VENDAS' TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-TOT-CMV IS LESS THAN ZEROES
             MOVE WS-CONTA-ESTOQUE       TO WS-LANC-CONTA
             MOVE 'D'                    TO WS-LANC-DC
             COMPUTE WS-LANC-VALOR = ZEROES - WS-TOT-CMV
             MOVE 'RETORNO DEVOLUCOES'   TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-CMV           TO WS-LANC-CONTA
             MOVE 'C'                    TO WS-LANC-DC
             MOVE 'ESTORNO CMV'          TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-TOT-AJUSTE IS GREATER THAN ZEROES
             MOVE WS-CONTA-ESTOQUE       TO WS-LANC-CONTA
             MOVE 'D'                    TO WS-LANC-DC
             MOVE WS-TOT-AJUSTE          TO WS-LANC-VALOR
             MOVE 'SOBRA DE ESTOQUE'     TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-AJUSTE        TO WS-LANC-CONTA
             MOVE 'C'                    TO WS-LANC-DC
             MOVE 'AJUSTE DE ESTOQUE'    TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-TOT-AJUSTE IS LESS THAN ZEROES
             MOVE WS-CONTA-AJUSTE        TO WS-LANC-CONTA
             MOVE 'D'                    TO WS-LANC-DC
             COMPUTE WS-LANC-VALOR = ZEROES - WS-TOT-AJUSTE
             MOVE 'AJUSTE DE ESTOQUE'    TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-ESTOQUE       TO WS-LANC-CONTA
             MOVE 'C'                    TO WS-LANC-DC
             MOVE 'PERDA DE ESTOQUE'     TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
       GRAVAR-UM-LANCAMENTO.
           MOVE WS-ANO-MES     TO JRN-PERIODO.
           MOVE WS-LANC-CONTA  TO JRN-CONTA.
           MOVE WS-LANC-DC     TO JRN-DC.
           MOVE WS-LANC-VALOR  TO JRN-VALOR.
           MOVE 'EXERC099'     TO JRN-ORIGEM.
           MOVE WS-LANC-DESC   TO JRN-DESCRICAO.
           MOVE ZEROES         TO JRN-CC.
           WRITE JRN-REC.
           MOVE WS-JRN-STATUS  TO WS-FILE-STATUS.
           MOVE 'JOURNAL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-LANC-DC IS EQUAL TO 'D'
             ADD WS-LANC-VALOR TO WS-TOT-DEBITOS
           ELSE
             ADD WS-LANC-VALOR TO WS-TOT-CREDITOS
           END-IF.
      *
           MOVE WS-LANC-CONTA      TO WS-JD-CONTA.
           MOVE WS-LANC-DC         TO WS-JD-DC.
           MOVE WS-LANC-DESC       TO WS-JD-DESCRICAO.
           MOVE WS-LANC-VALOR      TO WS-JD-VALOR.
           MOVE WS-JRN-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * WRITTEN ONLY ONCE THE JOURNAL IS OUT: THE NEW AVERAGES ROLL
      * FORWARD ON CUSTNEW STAMPED WITH THE MONTH, AND EVERY ITEM
      * WHOSE ROUNDED AVERAGE DIFFERS FROM ITEM-CUSTO GETS A 'U'
      * TRANSACTION FOR EXERC026.
       GRAVAR-CUSTOS.
           OPEN OUTPUT COST-NEW.
           MOVE WS-CSTN-STATUS TO WS-FILE-STATUS.
           MOVE 'COST-NEW'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITM-COUNT
             MOVE WS-IT-ITEM(WS-I)  TO CSTN-ITEM
             MOVE WS-IT-MEDIO(WS-I) TO CSTN-CUSTO-MEDIO
             MOVE WS-ANO-MES        TO CSTN-ANO-MES
             WRITE CSTN-REC
             MOVE WS-CSTN-STATUS TO WS-FILE-STATUS
             MOVE 'COST-NEW'     TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
      *
             COMPUTE WS-CUSTO-NOVO ROUNDED = WS-IT-MEDIO(WS-I)
             IF WS-IT-CADASTRO(WS-I) IS EQUAL TO 'N'
               MOVE WS-IT-ITEM(WS-I) TO WS-EX-CHAVE
               MOVE ZEROES           TO WS-EX-CONTA
               MOVE 'ITEM FORA DO ITEMFILE - CUSTO NAO ATUALIZADO'
                 TO WS-EX-LIT
               PERFORM GRAVAR-AVISO
             ELSE
               IF WS-CUSTO-NOVO IS NOT EQUAL TO
                  WS-IT-CUSTO-ITEM(WS-I)
                 MOVE SPACES           TO ITR-REC
                 MOVE 'U'              TO ITR-TIPO
                 MOVE WS-IT-ITEM(WS-I) TO ITR-BARCODE
                 MOVE ZEROES           TO ITR-VALOR
                                          ITR-QTD-ESTOQUE
                                          ITR-NIVEL-REPOS
                                          ITR-QTD-REPOS
                                          ITR-CONTEUDO
                                          ITR-DATA-VIGENCIA
                 MOVE WS-CUSTO-NOVO    TO ITR-CUSTO
                 WRITE ITR-REC
                 MOVE WS-TRAN-STATUS     TO WS-FILE-STATUS
                 MOVE 'TRANSACTION-FILE' TO WS-FILE-ID
                 PERFORM CHECK-FILE-STATUS
                 ADD 1 TO WS-QTD-CUSTOS-ALTERADOS
               END-IF
             END-IF
           END-PERFORM.
      *
           CLOSE COST-NEW.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CUSTOS ENVIADOS AO EXERC026 (CUSTTRN)' TO WS-MV-LIT.
           MOVE WS-QTD-CUSTOS-ALTERADOS       TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-EXCECAO.
           MOVE 'N' TO WS-POSTING-OK.
           PERFORM GRAVAR-AVISO.
      *
       GRAVAR-AVISO.
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
      * THE CONTROL TOTAL IS THE CLOSING STOCK VALUE.
       FINALIZAR.
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE ITEM-FILE.
           CLOSE COA-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           COPY CPYFILCHK.
