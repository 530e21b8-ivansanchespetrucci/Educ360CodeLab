      ******************************************************************
      * FILE NAME   : EXERC100                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : STORE-TO-STORE STOCK TRANSFERS ACROSS LOJASTK.   *
      *               THE DAY'S TRFTRAN TRANSACTIONS MOVE EACH         *
      *               TRANSFER ON THE TRFMAST MASTER THROUGH ITS       *
      *               LIFE: 'S' REQUEST, 'D' DISPATCH (THE SENDING     *
      *               STORE'S LOJASTK STOCK COMES DOWN AND THE GOODS   *
      *               ARE IN TRANSIT), 'R' RECEIPT (THE RECEIVING      *
      *               STORE'S STOCK GOES UP BY WHAT ARRIVED AND ANY    *
      *               SHORTFALL IN TRANSIT IS REPORTED) AND 'C' CANCEL *
      *               OF A REQUEST NOT YET DISPATCHED. EVERY DISPATCH  *
      *               AND RECEIPT IS WRITTEN TO TRFMOV FOR EXERC047 TO *
      *               POST TO STKLEDG. THE RUN ENDS WITH THE IN-       *
      *               TRANSIT REPORT OF ANYTHING DISPATCHED AND NOT    *
      *               RECEIVED WITHIN PARMMAST DIAS-TRANSIT DAYS.      *
      *               TRFCTL MODE 'T' DOES ALL OF THE ABOVE AND WRITES *
      *               THE LOJASTK MOVES TO LSKMOV; MODE 'E' APPLIES    *
      *               THEM TO LOJASTK ONCE TRFNEW IS BACK OVER TRFMAST *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  THE RECEIPT OF A WAREHOUSE TRANSFER NOW WRITES  *
      *                ITS +QTY TRFMOV ROW. THE 'SEPARACAO' PICK ON    *
      *                STKADJ TOOK THE GOODS OFF THE LEDGER AND        *
      *                NOTHING PUT THEM BACK, SO EXERC099 BOOKED THE   *
      *                WHOLE PICK AS AN ADJUSTMENT LOSS AND THEN AGAIN *
      *                AS COST OF GOODS SOLD WHEN THE STORE SOLD THEM. *
      *                NOW THE PICK AND THE RECEIPT CANCEL OUT AND     *
      *                ONLY THE SHORTFALL IN TRANSIT IS A LOSS.        *
      * 2026-10-15 JM  SPLIT INTO TWO TRFCTL MODES. LOJASTK WAS        *
      *                REWRITTEN IN PLACE WHILE THE NEW STATE OF THE   *
      *                TRANSFERS ONLY EXISTED ON TRFNEW(+1), SO AN     *
      *                ABEND (OR A FAILED COPY-BACK) FOLLOWED BY A     *
      *                RERUN MOVED THE SAME STOCK TWICE. MODE 'T' NOW  *
      *                ONLY READS LOJASTK, CHECKING EACH DISPATCH      *
      *                AGAINST THE BALANCE LESS WHAT THE RUN ALREADY   *
      *                MOVED, AND WRITES THE MOVES TO LSKMOV; MODE 'E' *
      *                APPLIES LSKMOV UNDER THE LOJASTK LOCK AFTER THE *
      *                COPY-BACK, WHEN A RERUN OF MODE 'T' FINDS EVERY *
      *                TRANSACTION ALREADY ON TRFMAST. AN ABEND IN     *
      *                MODE 'E' LEAVES THE LOCK HELD, SO NOTHING RUNS  *
      *                ON A HALF-MOVED LOJASTK UNTIL IT IS CLEARED.    *
      *                TRFTRAN IS NEVER EMPTIED - A ROW DATED MORE     *
      *                THAN DIAS-PURGA DAYS BACK IS NOW SKIPPED, SO A  *
      *                TRANSFER PURGED FROM TRFMAST DOES NOT COME BACK *
      *                AS A NEW REQUEST.                               *
      * 2026-10-15 JM  ORIGIN STORE 00 IS THE CENTRAL WAREHOUSE -      *
      *                EXERC104 REQUESTS AND DISPATCHES ITS PICKED     *
      *                REPLENISHMENT HERE. A DISPATCH FROM 00 TOUCHES  *
      *                NO LOJASTK ROW, THE BIN STOCK HAVING LEFT ON    *
      *                STKADJ; THE RECEIPT CREDITS THE STORE AS        *
      *                BEFORE. NEITHER SIDE WRITES TRFMOV, SO THE      *
      *                LEDGER SEES THE PICK ONLY ONCE.                 *
      * 2026-10-15 JM  FIRST VERSION - THE STORES MOVED STOCK BETWEEN  *
      *                THEMSELVES BY ADJUSTING BOTH SIDES OF LOJASTK   *
      *                BY HAND AND THE NUMBERS DRIFTED. A TRANSACTION  *
      *                WHOSE EFFECT IS ALREADY ON TRFMAST (SAME STEP,  *
      *                SAME DATE) IS ONLY COUNTED, NOT APPLIED AGAIN.  *
      *                A DISPATCH WITH A ZERO QUANTITY SENDS WHAT WAS  *
      *                REQUESTED. A RECEIVING STORE WITHOUT THE ITEM   *
      *                ON LOJASTK GETS THE ROW CREATED WITH NO         *
      *                REORDER LEVEL. DIAS-TRANSIT DEFAULTS TO 3.      *
      *                CLOSED TRANSFERS LEAVE TRFMAST 90 DAYS AFTER    *
      *                THEY CLOSED.                                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC100.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO TRFCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT TRAN-FILE      ASSIGN TO TRFTRAN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TRN-STATUS.
      *
           SELECT TRF-MASTER     ASSIGN TO TRFMAST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TRF-STATUS.
      *
           SELECT TRF-NEW        ASSIGN TO TRFNEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TFN-STATUS.
      *
           SELECT STORE-STOCK    ASSIGN TO LOJASTK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS LSK-CHAVE
                                  FILE STATUS IS WS-LSK-STATUS.
      *
           SELECT MOVEMENT-FILE  ASSIGN TO TRFMOV
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TRM-STATUS.
      *
           SELECT STOCK-MOVE-FILE ASSIGN TO LSKMOV
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-LSM-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO TRFRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO TRFEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-MODO           PIC X(01).
               88  CTL-MODO-TRANSFERIR VALUE 'T'.
               88  CTL-MODO-ESTOQUE    VALUE 'E'.
      *
      * ONE STEP IN THE LIFE OF A TRANSFER. A REQUEST CARRIES THE
      * WHOLE TRANSFER; A DISPATCH OR RECEIPT ONLY ITS NUMBER, DATE
      * AND QUANTITY; A CANCEL ONLY ITS NUMBER AND DATE.
       FD  TRAN-FILE.
       01  TRN-REC.
           05  TRN-TIPO           PIC X(01).
               88  TRN-PEDIDO     VALUE 'S'.
               88  TRN-DESPACHO   VALUE 'D'.
               88  TRN-RECEBIMENTO VALUE 'R'.
               88  TRN-CANCELAMENTO VALUE 'C'.
           05  TRN-NUMERO         PIC 9(06).
           05  TRN-DATA           PIC 9(08).
           05  TRN-LOJA-ORIGEM    PIC 9(02).
           05  TRN-LOJA-DESTINO   PIC 9(02).
           05  TRN-BARCODE        PIC X(13).
           05  TRN-QTD            PIC 9(05)V9(02).
      *
      * ONE TRANSFER - 'P' REQUESTED, 'T' IN TRANSIT, 'R' RECEIVED,
      * 'C' CANCELLED.
       FD  TRF-MASTER.
       01  TRF-REC.
           05  TRF-NUMERO         PIC 9(06).
           05  TRF-LOJA-ORIGEM    PIC 9(02).
           05  TRF-LOJA-DESTINO   PIC 9(02).
           05  TRF-BARCODE        PIC X(13).
           05  TRF-QTD-PEDIDA     PIC 9(05)V9(02).
           05  TRF-QTD-ENVIADA    PIC 9(05)V9(02).
           05  TRF-QTD-RECEBIDA   PIC 9(05)V9(02).
           05  TRF-DATA-PEDIDO    PIC 9(08).
           05  TRF-DATA-ENVIO     PIC 9(08).
           05  TRF-DATA-RECEB     PIC 9(08).
           05  TRF-SITUACAO       PIC X(01).
      *
       FD  TRF-NEW.
       01  TFN-REC                PIC X(69).
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
      * ONE ROW PER STOCK MOVEMENT - OUT OF THE SENDING STORE ON
      * DISPATCH (NEGATIVE), INTO THE RECEIVING STORE ON RECEIPT.
       FD  MOVEMENT-FILE.
       01  TRM-REC.
           05  TRM-DATA           PIC 9(08).
           05  TRM-NUMERO         PIC 9(06).
           05  TRM-LOJA           PIC 9(02).
           05  TRM-ITEM           PIC X(13).
           05  TRM-QTD            PIC S9(07)V9(02)
                                   SIGN IS LEADING SEPARATE.
      *
      * ONE LOJASTK MOVE - WRITTEN BY MODE 'T', APPLIED BY MODE 'E'.
      * THE SENDING STORE ON DISPATCH (NEGATIVE), THE RECEIVING STORE
      * ON RECEIPT, WAREHOUSE TRANSFERS INCLUDED.
       FD  STOCK-MOVE-FILE.
       01  LSM-REC.
           05  LSM-LOJA           PIC 9(02).
           05  LSM-BARCODE        PIC X(13).
           05  LSM-QTD            PIC S9(07)V9(02)
                                   SIGN IS LEADING SEPARATE.
           05  LSM-NUMERO         PIC 9(06).
           05  LSM-DATA           PIC 9(08).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  RUNLOG-FILE.
       01  RUNLOG-REC             PIC X(51).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-TRN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-TRF-STATUS          PIC X(02) VALUE SPACES.
       01  WS-TFN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-LSK-STATUS          PIC X(02) VALUE SPACES.
       01  WS-TRM-STATUS          PIC X(02) VALUE SPACES.
       01  WS-LSM-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
           COPY CPYLCKWS.
           COPY CPYPRMWS.
       01  WS-EOF-TRN             PIC X(01) VALUE 'N'.
       01  WS-EOF-TRF             PIC X(01) VALUE 'N'.
       01  WS-EOF-LSM             PIC X(01) VALUE 'N'.
      *
      * DATECHK INTERFACE - 'F' ALSO REFUSES A DATE AFTER TODAY.
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE 'F'.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
      * DAYS A DISPATCH MAY STAY IN TRANSIT BEFORE IT IS REPORTED -
      * PARMMAST OVERRIDES THE DEFAULT. DIAS-PURGA IS BOTH HOW LONG A
      * CLOSED TRANSFER STAYS ON TRFMAST AND HOW FAR BACK TRFTRAN IS
      * READ.
       01  WS-DIAS-TRANSITO       PIC 9(03) VALUE 3.
       01  WS-DIAS-PURGA          PIC 9(03) VALUE 90.
       01  WS-DIAS-DECORRIDOS     PIC S9(07) VALUE ZEROES.
      *
      * THE TRANSFERS - LOADED FROM TRFMAST AND UPDATED IN PLACE.
       01  WS-TRF-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-TRF-TAB.
           05  WS-TRF-ENTRY OCCURS 5000 TIMES.
               10  WS-TB-NUMERO       PIC 9(06).
               10  WS-TB-LOJA-ORIGEM  PIC 9(02).
               10  WS-TB-LOJA-DESTINO PIC 9(02).
               10  WS-TB-BARCODE      PIC X(13).
               10  WS-TB-QTD-PEDIDA   PIC 9(05)V9(02).
               10  WS-TB-QTD-ENVIADA  PIC 9(05)V9(02).
               10  WS-TB-QTD-RECEBIDA PIC 9(05)V9(02).
               10  WS-TB-DATA-PEDIDO  PIC 9(08).
               10  WS-TB-DATA-ENVIO   PIC 9(08).
               10  WS-TB-DATA-RECEB   PIC 9(08).
               10  WS-TB-SITUACAO     PIC X(01).
                   88  WS-TB-PEDIDA     VALUE 'P'.
                   88  WS-TB-EM-TRANSITO VALUE 'T'.
                   88  WS-TB-RECEBIDA   VALUE 'R'.
                   88  WS-TB-CANCELADA  VALUE 'C'.
      *
      * THE LOJASTK MOVES OF THIS RUN, SO A DISPATCH IS CHECKED
      * AGAINST THE BALANCE AS IT WILL BE, NOT AS IT WAS READ.
       01  WS-LSM-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-LSM-TAB.
           05  WS-LSM-ENTRY OCCURS 5000 TIMES.
               10  WS-LM-LOJA         PIC 9(02).
               10  WS-LM-BARCODE      PIC X(13).
               10  WS-LM-QTD          PIC S9(07)V9(02).
       01  WS-LM-LOJA-NOVA        PIC 9(02) VALUE ZEROES.
       01  WS-LM-QTD-NOVA         PIC S9(07)V9(02) VALUE ZEROES.
       01  WS-LM-ACHADAS          PIC 9(04) VALUE ZEROES.
       01  WS-SALDO-PREVISTO      PIC S9(07)V9(02) VALUE ZEROES.
      *
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU               PIC 9(04) VALUE ZEROES.
       01  WS-TRN-OK              PIC X(01) VALUE 'S'.
       01  WS-QTD-MOVIDA          PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-QTD-FALTA           PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-DATA-FECHAMENTO     PIC 9(08) VALUE ZEROES.
      *
       01  WS-QTD-TRANSACOES      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-PEDIDOS         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-DESPACHOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-RECEBIMENTOS    PIC 9(05) VALUE ZEROES.
       01  WS-QTD-CANCELAMENTOS   PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-JA-APLICADAS    PIC 9(05) VALUE ZEROES.
       01  WS-QTD-COM-FALTA       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-EM-TRANSITO     PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ATRASADAS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-EXPURGADAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ANTIGAS         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-MOV-LIDOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-MOV-APLICADOS   PIC 9(05) VALUE ZEROES.
       01  WS-TOT-FALTA           PIC 9(09)V9(02) VALUE ZEROES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(09) VALUE 'TRANSF.'.
           05  FILLER             PIC X(04) VALUE 'TP'.
           05  FILLER             PIC X(10) VALUE 'DATA'.
           05  FILLER             PIC X(10) VALUE 'ORIG/DEST'.
           05  FILLER             PIC X(15) VALUE 'ITEM'.
           05  FILLER             PIC X(13) VALUE '    PEDIDA'.
           05  FILLER             PIC X(13) VALUE '   ENVIADA'.
           05  FILLER             PIC X(13) VALUE '  RECEBIDA'.
           05  FILLER             PIC X(13) VALUE '     FALTA'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-NUMERO       PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-TIPO         PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-DATA         PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-ORIGEM       PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-DT-DESTINO      PIC 9(02).
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-DT-BARCODE      PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PEDIDA       PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-ENVIADA      PIC ZZ.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-RECEBIDA     PIC ZZ.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-FALTA        PIC ZZ.ZZ9,99 BLANK WHEN ZERO.
      *
       01  WS-TITLE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TL-LIT          PIC X(50) VALUE SPACES.
           05  WS-TL-DIAS         PIC ZZ9.
           05  FILLER             PIC X(05) VALUE ' DIAS'.
      *
       01  WS-TRANSIT-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(09) VALUE 'TRANSF.'.
           05  FILLER             PIC X(10) VALUE 'ENVIO'.
           05  FILLER             PIC X(10) VALUE 'ORIG/DEST'.
           05  FILLER             PIC X(15) VALUE 'ITEM'.
           05  FILLER             PIC X(13) VALUE '   ENVIADA'.
           05  FILLER             PIC X(10) VALUE '     DIAS'.
      *
       01  WS-TRANSIT-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TR-NUMERO       PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-TR-DATA         PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-TR-ORIGEM       PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-TR-DESTINO      PIC 9(02).
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-TR-BARCODE      PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-TR-ENVIADA      PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-TR-DIAS         PIC ZZ.ZZ9.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(36).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TT-LIT          PIC X(36).
           05  WS-TT-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-NUMERO       PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-TIPO         PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-BARCODE      PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-LIT          PIC X(44) VALUE SPACES.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
           COPY CPYRUNLG.
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
       01  WS-CONTROL-TOT         PIC S9(10)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           IF CTL-MODO-TRANSFERIR
             PERFORM PROCESSAR-TRANSACAO
               WITH TEST AFTER
               UNTIL WS-EOF-TRN IS EQUAL TO 'Y'
             PERFORM LISTAR-EM-TRANSITO
             PERFORM GRAVAR-MESTRE-NOVO
           ELSE
             PERFORM APLICAR-MOVIMENTO-LOJA
               WITH TEST AFTER
               UNTIL WS-EOF-LSM IS EQUAL TO 'Y'
           END-IF.
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC100' TO WS-EXL-PROGRAMA.
           MOVE 'TRFEXC  ' TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
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
      *
           IF NOT CTL-MODO-TRANSFERIR AND NOT CTL-MODO-ESTOQUE
             DISPLAY 'EXERC100 - MODO INVALIDO NO TRFCTL: ' CTL-MODO
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           IF CTL-MODO-TRANSFERIR
             PERFORM CARREGAR-PARAMETROS
             PERFORM CARREGAR-TRANSFERENCIAS
             OPEN INPUT  TRAN-FILE
             MOVE WS-TRN-STATUS   TO WS-FILE-STATUS
             MOVE 'TRAN-FILE'     TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             OPEN INPUT  STORE-STOCK
             MOVE WS-LSK-STATUS   TO WS-FILE-STATUS
             MOVE 'STORE-STOCK'   TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             OPEN OUTPUT MOVEMENT-FILE
             MOVE WS-TRM-STATUS   TO WS-FILE-STATUS
             MOVE 'MOVEMENT-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             OPEN OUTPUT TRF-NEW
             MOVE WS-TFN-STATUS   TO WS-FILE-STATUS
             MOVE 'TRF-NEW'       TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             OPEN OUTPUT STOCK-MOVE-FILE
             MOVE WS-LSM-STATUS     TO WS-FILE-STATUS
             MOVE 'STOCK-MOVE-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           ELSE
             MOVE 'EDUCNITE' TO WS-TRV-JOB
             MOVE 'EXERC100' TO WS-TRV-PROGRAMA
             MOVE 'LOJASTK ' TO WS-TRV-ARQUIVO
             PERFORM TOMAR-TRAVA-ARQUIVO
             OPEN I-O    STORE-STOCK
             MOVE WS-LSK-STATUS   TO WS-FILE-STATUS
             MOVE 'STORE-STOCK'   TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             OPEN INPUT  STOCK-MOVE-FILE
             MOVE WS-LSM-STATUS     TO WS-FILE-STATUS
             MOVE 'STOCK-MOVE-FILE' TO WS-FILE-ID
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
           MOVE 'EXERC100'                    TO RP-HDR-PROGRAM.
           IF CTL-MODO-TRANSFERIR
             MOVE 'TRANSFERENCIAS ENTRE LOJAS' TO RP-HDR-TITLE
           ELSE
             MOVE 'TRANSFERENCIAS - LOJASTK'   TO RP-HDR-TITLE
           END-IF.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF CTL-MODO-TRANSFERIR
             MOVE WS-COL-HEADER               TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
      * DIAS-TRANSIT IS A WHOLE NUMBER OF DAYS IN THE FIRST THREE
      * POSITIONS ('005' = 5 DAYS).
       CARREGAR-PARAMETROS.
           MOVE 'EXERC100'     TO WS-PRM-PROGRAMA.
           MOVE 'DIAS-TRANSIT'  TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-TRANSITO
             END-IF
           END-IF.
      *
      * NO TRFMAST YET (STATUS 35) IS THE FIRST DAY OF TRANSFERS.
       CARREGAR-TRANSFERENCIAS.
           OPEN INPUT TRF-MASTER.
           MOVE WS-TRF-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'TRF-MASTER' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-TRANSFERENCIA
               WITH TEST AFTER
               UNTIL WS-EOF-TRF IS EQUAL TO 'Y'
             CLOSE TRF-MASTER
           END-IF.
      *
       LER-TRANSFERENCIA.
           READ TRF-MASTER
             AT END
               MOVE 'Y' TO WS-EOF-TRF
           END-READ.
           MOVE WS-TRF-STATUS TO WS-FILE-STATUS.
           MOVE 'TRF-MASTER'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-TRF IS NOT EQUAL TO 'Y'
             PERFORM ABRIR-LINHA-TABELA
             MOVE TRF-NUMERO       TO WS-TB-NUMERO(WS-TRF-COUNT)
             MOVE TRF-LOJA-ORIGEM  TO WS-TB-LOJA-ORIGEM(WS-TRF-COUNT)
             MOVE TRF-LOJA-DESTINO TO WS-TB-LOJA-DESTINO(WS-TRF-COUNT)
             MOVE TRF-BARCODE      TO WS-TB-BARCODE(WS-TRF-COUNT)
             MOVE TRF-QTD-PEDIDA   TO WS-TB-QTD-PEDIDA(WS-TRF-COUNT)
             MOVE TRF-QTD-ENVIADA  TO WS-TB-QTD-ENVIADA(WS-TRF-COUNT)
             MOVE TRF-QTD-RECEBIDA TO
                  WS-TB-QTD-RECEBIDA(WS-TRF-COUNT)
             MOVE TRF-DATA-PEDIDO  TO WS-TB-DATA-PEDIDO(WS-TRF-COUNT)
             MOVE TRF-DATA-ENVIO   TO WS-TB-DATA-ENVIO(WS-TRF-COUNT)
             MOVE TRF-DATA-RECEB   TO WS-TB-DATA-RECEB(WS-TRF-COUNT)
             MOVE TRF-SITUACAO     TO WS-TB-SITUACAO(WS-TRF-COUNT)
           END-IF.
      *
       ABRIR-LINHA-TABELA.
           IF WS-TRF-COUNT IS NOT LESS THAN 5000
             DISPLAY 'EXERC100 - MAIS DE 5000 TRANSFERENCIAS NO '
                     'TRFMAST - RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-TRF-COUNT.
      *
       PROCESSAR-TRANSACAO.
           READ TRAN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-TRN
           END-READ.
           MOVE WS-TRN-STATUS   TO WS-FILE-STATUS.
           MOVE 'TRAN-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-TRN IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-TRANSACOES
             PERFORM VALIDAR-TRANSACAO
             IF WS-TRN-OK IS EQUAL TO 'S'
               EVALUATE TRUE
                 WHEN TRN-PEDIDO
                   PERFORM APLICAR-PEDIDO
                 WHEN TRN-DESPACHO
                   PERFORM APLICAR-DESPACHO
                 WHEN TRN-RECEBIMENTO
                   PERFORM APLICAR-RECEBIMENTO
                 WHEN TRN-CANCELAMENTO
                   PERFORM APLICAR-CANCELAMENTO
               END-EVALUATE
             END-IF
           END-IF.
      *
      * THE FIRST PROBLEM FOUND REJECTS THE TRANSACTION. ONE WHOSE
      * EFFECT IS ALREADY ON TRFMAST IS ONLY COUNTED - IT IS THE
      * RERUN OF A NIGHT, NOT AN ERROR IN THE TRANSACTION FILE.
       VALIDAR-TRANSACAO.
           MOVE 'S' TO WS-TRN-OK.
           MOVE ZEROES TO WS-ACHOU.
      *
           IF TRN-NUMERO IS NOT NUMERIC OR
              TRN-DATA IS NOT NUMERIC OR
              TRN-QTD IS NOT NUMERIC
             MOVE 'CAMPO NUMERICO INVALIDO NA TRANSACAO' TO WS-EX-LIT
             PERFORM REJEITAR-TRANSACAO
           END-IF.
      *
           IF WS-TRN-OK IS EQUAL TO 'S' AND
              NOT TRN-PEDIDO AND NOT TRN-DESPACHO AND
              NOT TRN-RECEBIMENTO AND NOT TRN-CANCELAMENTO
             MOVE 'TIPO DIFERENTE DE S/D/R/C' TO WS-EX-LIT
             PERFORM REJEITAR-TRANSACAO
           END-IF.
      *
           IF WS-TRN-OK IS EQUAL TO 'S'
             MOVE TRN-DATA TO WS-DATA-VERIFICADA
             CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                  WS-DATA-VERIFICADA
                                  WS-RETORNO-DATECHK
                                  WS-DIA-SEMANA
             END-CALL
             IF WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
               MOVE 'DATA INVALIDA OU FUTURA' TO WS-EX-LIT
               PERFORM REJEITAR-TRANSACAO
             END-IF
           END-IF.
      *
      * TRFTRAN IS NEVER EMPTIED. A ROW OLDER THAN THE PURGE HORIZON
      * WAS APPLIED LONG AGO AND ITS TRANSFER MAY BE GONE FROM
      * TRFMAST - IT IS ONLY COUNTED, OR A PURGED REQUEST WOULD COME
      * BACK AS A NEW TRANSFER.
           IF WS-TRN-OK IS EQUAL TO 'S'
             COMPUTE WS-DIAS-DECORRIDOS =
                     FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                     - FUNCTION INTEGER-OF-DATE(TRN-DATA)
             IF WS-DIAS-DECORRIDOS IS GREATER THAN WS-DIAS-PURGA
               MOVE 'N' TO WS-TRN-OK
               ADD 1 TO WS-QTD-ANTIGAS
             END-IF
           END-IF.
      *
           IF WS-TRN-OK IS EQUAL TO 'S'
             PERFORM LOCALIZAR-TRANSFERENCIA
             IF TRN-PEDIDO
               PERFORM VALIDAR-PEDIDO
             ELSE
               PERFORM VALIDAR-MOVIMENTO
             END-IF
           END-IF.
      *
       VALIDAR-PEDIDO.
           EVALUATE TRUE
             WHEN WS-ACHOU IS NOT EQUAL TO ZEROES
               IF WS-TB-LOJA-ORIGEM(WS-ACHOU) IS EQUAL TO
                  TRN-LOJA-ORIGEM AND
                  WS-TB-LOJA-DESTINO(WS-ACHOU) IS EQUAL TO
                  TRN-LOJA-DESTINO AND
                  WS-TB-BARCODE(WS-ACHOU) IS EQUAL TO TRN-BARCODE AND
                  WS-TB-DATA-PEDIDO(WS-ACHOU) IS EQUAL TO TRN-DATA
                 MOVE 'N' TO WS-TRN-OK
                 ADD 1 TO WS-QTD-JA-APLICADAS
               ELSE
                 MOVE 'NUMERO DE TRANSFERENCIA JA UTILIZADO'
                   TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               END-IF
             WHEN TRN-LOJA-ORIGEM IS NOT NUMERIC OR
                  TRN-LOJA-DESTINO IS NOT NUMERIC OR
                  TRN-LOJA-DESTINO IS EQUAL TO ZEROES
               MOVE 'LOJA DE ORIGEM OU DESTINO INVALIDA' TO WS-EX-LIT
               PERFORM REJEITAR-TRANSACAO
             WHEN TRN-LOJA-ORIGEM IS EQUAL TO TRN-LOJA-DESTINO
               MOVE 'ORIGEM E DESTINO NA MESMA LOJA' TO WS-EX-LIT
               PERFORM REJEITAR-TRANSACAO
             WHEN TRN-BARCODE IS EQUAL TO SPACES
               MOVE 'ITEM NAO INFORMADO' TO WS-EX-LIT
               PERFORM REJEITAR-TRANSACAO
             WHEN TRN-QTD IS EQUAL TO ZEROES
               MOVE 'QUANTIDADE PEDIDA ZERADA' TO WS-EX-LIT
               PERFORM REJEITAR-TRANSACAO
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
      * A DISPATCH NEEDS A REQUEST, A RECEIPT NEEDS A DISPATCH AND A
      * CANCEL NEEDS A REQUEST NOTHING HAS LEFT FOR YET.
       VALIDAR-MOVIMENTO.
           IF WS-ACHOU IS EQUAL TO ZEROES
             MOVE 'TRANSFERENCIA NAO CADASTRADA NO TRFMAST'
               TO WS-EX-LIT
             PERFORM REJEITAR-TRANSACAO
           END-IF.
      *
           IF WS-TRN-OK IS EQUAL TO 'S' AND TRN-DESPACHO
             EVALUATE TRUE
               WHEN (WS-TB-EM-TRANSITO(WS-ACHOU) OR
                     WS-TB-RECEBIDA(WS-ACHOU)) AND
                    WS-TB-DATA-ENVIO(WS-ACHOU) IS EQUAL TO TRN-DATA
                 MOVE 'N' TO WS-TRN-OK
                 ADD 1 TO WS-QTD-JA-APLICADAS
               WHEN NOT WS-TB-PEDIDA(WS-ACHOU)
                 MOVE 'DESPACHO DE TRANSFERENCIA NAO PENDENTE'
                   TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN TRN-DATA IS LESS THAN
                    WS-TB-DATA-PEDIDO(WS-ACHOU)
                 MOVE 'DESPACHO ANTERIOR AO PEDIDO' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *
           IF WS-TRN-OK IS EQUAL TO 'S' AND TRN-RECEBIMENTO
             EVALUATE TRUE
               WHEN WS-TB-RECEBIDA(WS-ACHOU) AND
                    WS-TB-DATA-RECEB(WS-ACHOU) IS EQUAL TO TRN-DATA
                 MOVE 'N' TO WS-TRN-OK
                 ADD 1 TO WS-QTD-JA-APLICADAS
               WHEN NOT WS-TB-EM-TRANSITO(WS-ACHOU)
                 MOVE 'RECEBIMENTO DE TRANSFERENCIA NAO DESPACHADA'
                   TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN TRN-DATA IS LESS THAN WS-TB-DATA-ENVIO(WS-ACHOU)
                 MOVE 'RECEBIMENTO ANTERIOR AO DESPACHO' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN TRN-QTD IS GREATER THAN
                    WS-TB-QTD-ENVIADA(WS-ACHOU)
                 MOVE 'RECEBIDO MAIS DO QUE O ENVIADO' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *
           IF WS-TRN-OK IS EQUAL TO 'S' AND TRN-CANCELAMENTO
             EVALUATE TRUE
               WHEN WS-TB-CANCELADA(WS-ACHOU)
                 MOVE 'N' TO WS-TRN-OK
                 ADD 1 TO WS-QTD-JA-APLICADAS
               WHEN NOT WS-TB-PEDIDA(WS-ACHOU)
                 MOVE 'CANCELAMENTO DE TRANSFERENCIA JA DESPACHADA'
                   TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *
       LOCALIZAR-TRANSFERENCIA.
           MOVE ZEROES TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TRF-COUNT
             IF WS-TB-NUMERO(WS-I) IS EQUAL TO TRN-NUMERO
               MOVE WS-I TO WS-ACHOU
               MOVE WS-TRF-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
       REJEITAR-TRANSACAO.
           MOVE 'N' TO WS-TRN-OK.
           ADD 1 TO WS-QTD-REJEITADAS.
           MOVE TRN-NUMERO  TO WS-EX-NUMERO.
           MOVE TRN-TIPO    TO WS-EX-TIPO.
           MOVE TRN-BARCODE TO WS-EX-BARCODE.
           PERFORM GRAVAR-EXCECAO.
      *
       APLICAR-PEDIDO.
           PERFORM ABRIR-LINHA-TABELA.
           MOVE WS-TRF-COUNT     TO WS-ACHOU.
           MOVE TRN-NUMERO       TO WS-TB-NUMERO(WS-ACHOU).
           MOVE TRN-LOJA-ORIGEM  TO WS-TB-LOJA-ORIGEM(WS-ACHOU).
           MOVE TRN-LOJA-DESTINO TO WS-TB-LOJA-DESTINO(WS-ACHOU).
           MOVE TRN-BARCODE      TO WS-TB-BARCODE(WS-ACHOU).
           MOVE TRN-QTD          TO WS-TB-QTD-PEDIDA(WS-ACHOU).
           MOVE ZEROES           TO WS-TB-QTD-ENVIADA(WS-ACHOU)
                                    WS-TB-QTD-RECEBIDA(WS-ACHOU)
                                    WS-TB-DATA-ENVIO(WS-ACHOU)
                                    WS-TB-DATA-RECEB(WS-ACHOU).
           MOVE TRN-DATA         TO WS-TB-DATA-PEDIDO(WS-ACHOU).
           MOVE 'P'              TO WS-TB-SITUACAO(WS-ACHOU).
           ADD 1 TO WS-QTD-PEDIDOS.
           MOVE ZEROES TO WS-QTD-FALTA.
           PERFORM IMPRIMIR-TRANSACAO.
      *
      * THE SENDING STORE MUST HAVE THE GOODS - A DISPATCH THAT WOULD
      * TAKE ITS LOJASTK BALANCE BELOW ZERO IS REFUSED, NOT CUT DOWN.
      * A DISPATCH FROM THE WAREHOUSE (STORE 00) HAS NO LOJASTK ROW -
      * EXERC104 ALREADY TOOK THE PICKED GOODS OUT OF THEIR BINS ON
      * STKADJ, SO ONLY THE TRANSFER ITSELF MOVES INTO TRANSIT.
       APLICAR-DESPACHO.
           IF TRN-QTD IS EQUAL TO ZEROES
             MOVE WS-TB-QTD-PEDIDA(WS-ACHOU) TO WS-QTD-MOVIDA
           ELSE
             MOVE TRN-QTD TO WS-QTD-MOVIDA
           END-IF.
      *
           IF WS-TB-LOJA-ORIGEM(WS-ACHOU) IS EQUAL TO ZEROES
             MOVE WS-QTD-MOVIDA TO WS-TB-QTD-ENVIADA(WS-ACHOU)
             MOVE TRN-DATA      TO WS-TB-DATA-ENVIO(WS-ACHOU)
             MOVE 'T'           TO WS-TB-SITUACAO(WS-ACHOU)
             ADD 1 TO WS-QTD-DESPACHOS
             MOVE ZEROES TO WS-QTD-FALTA
             PERFORM IMPRIMIR-TRANSACAO
           ELSE
             PERFORM DESPACHAR-DA-LOJA
           END-IF.
      *
      * THE BALANCE A DISPATCH IS CHECKED AGAINST IS THE LOJASTK ROW
      * PLUS WHATEVER THIS RUN HAS ALREADY MOVED IN OR OUT OF IT -
      * LOJASTK ITSELF ONLY CHANGES IN MODE 'E'.
       DESPACHAR-DA-LOJA.
           MOVE WS-TB-LOJA-ORIGEM(WS-ACHOU) TO LSK-LOJA
                                              WS-LM-LOJA-NOVA.
           MOVE WS-TB-BARCODE(WS-ACHOU)     TO LSK-BARCODE.
           PERFORM SOMAR-MOVIMENTOS-LOJA.
           READ STORE-STOCK
             INVALID KEY
               MOVE ZEROES TO LSK-QTD
               IF WS-LM-ACHADAS IS EQUAL TO ZEROES
                 MOVE 'ITEM SEM ESTOQUE NA LOJA DE ORIGEM'
                   TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               END-IF
           END-READ.
      *
           IF WS-TRN-OK IS EQUAL TO 'S'
             ADD LSK-QTD TO WS-SALDO-PREVISTO
             IF WS-SALDO-PREVISTO IS LESS THAN WS-QTD-MOVIDA
               MOVE 'SALDO DA LOJA DE ORIGEM INSUFICIENTE'
                 TO WS-EX-LIT
               PERFORM REJEITAR-TRANSACAO
             END-IF
           END-IF.
      *
           IF WS-TRN-OK IS EQUAL TO 'S'
             COMPUTE WS-LM-QTD-NOVA = ZEROES - WS-QTD-MOVIDA
             PERFORM GUARDAR-MOVIMENTO-LOJA
      *
             MOVE WS-QTD-MOVIDA TO WS-TB-QTD-ENVIADA(WS-ACHOU)
             MOVE TRN-DATA      TO WS-TB-DATA-ENVIO(WS-ACHOU)
             MOVE 'T'           TO WS-TB-SITUACAO(WS-ACHOU)
      *
             MOVE WS-TB-LOJA-ORIGEM(WS-ACHOU) TO TRM-LOJA
             COMPUTE TRM-QTD = ZEROES - WS-QTD-MOVIDA
             PERFORM GRAVAR-MOVIMENTO
             ADD 1 TO WS-QTD-DESPACHOS
             MOVE ZEROES TO WS-QTD-FALTA
             PERFORM IMPRIMIR-TRANSACAO
           END-IF.
      *
      * THE RECEIVING STORE IS CREDITED WITH WHAT ARRIVED. WHAT WAS
      * SENT AND DID NOT ARRIVE IS THE SHORTFALL IN TRANSIT - IT
      * GOES TO TRFEXC FOR THE STORES TO CHASE. A WAREHOUSE TRANSFER
      * WRITES ITS TRFMOV ON THE RECEIVING SIDE ONLY - THE PICK LEFT
      * THE BINS ON STKADJ AND THE RECEIPT PUTS WHAT ARRIVED BACK ON
      * THE LEDGER, SO ONLY THE SHORTFALL IS A LOSS AND THE SALE OF
      * THE GOODS IS THEIR ONLY COST OF GOODS SOLD.
       APLICAR-RECEBIMENTO.
           MOVE TRN-QTD TO WS-QTD-MOVIDA.
           COMPUTE WS-QTD-FALTA =
                   WS-TB-QTD-ENVIADA(WS-ACHOU) - WS-QTD-MOVIDA.
      *
           MOVE WS-TB-LOJA-DESTINO(WS-ACHOU) TO WS-LM-LOJA-NOVA.
           MOVE WS-QTD-MOVIDA                TO WS-LM-QTD-NOVA.
           PERFORM GUARDAR-MOVIMENTO-LOJA.
      *
           MOVE WS-QTD-MOVIDA TO WS-TB-QTD-RECEBIDA(WS-ACHOU).
           MOVE TRN-DATA      TO WS-TB-DATA-RECEB(WS-ACHOU).
           MOVE 'R'           TO WS-TB-SITUACAO(WS-ACHOU).
      *
           IF WS-QTD-MOVIDA IS GREATER THAN ZEROES
             MOVE WS-TB-LOJA-DESTINO(WS-ACHOU) TO TRM-LOJA
             MOVE WS-QTD-MOVIDA                TO TRM-QTD
             PERFORM GRAVAR-MOVIMENTO
           END-IF.
      *
           IF WS-QTD-FALTA IS GREATER THAN ZEROES
             ADD 1            TO WS-QTD-COM-FALTA
             ADD WS-QTD-FALTA TO WS-TOT-FALTA
             MOVE TRN-NUMERO  TO WS-EX-NUMERO
             MOVE TRN-TIPO    TO WS-EX-TIPO
             MOVE WS-TB-BARCODE(WS-ACHOU) TO WS-EX-BARCODE
             MOVE 'FALTA NO TRANSITO - RECEBIDO MENOS QUE O ENVIADO'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
           ADD 1 TO WS-QTD-RECEBIMENTOS.
           PERFORM IMPRIMIR-TRANSACAO.
      *
       APLICAR-CANCELAMENTO.
           MOVE 'C'      TO WS-TB-SITUACAO(WS-ACHOU).
           MOVE TRN-DATA TO WS-TB-DATA-RECEB(WS-ACHOU).
           ADD 1 TO WS-QTD-CANCELAMENTOS.
           MOVE ZEROES TO WS-QTD-FALTA.
           PERFORM IMPRIMIR-TRANSACAO.
      *
       GRAVAR-MOVIMENTO.
           MOVE TRN-DATA                TO TRM-DATA.
           MOVE WS-TB-NUMERO(WS-ACHOU)  TO TRM-NUMERO.
           MOVE WS-TB-BARCODE(WS-ACHOU) TO TRM-ITEM.
           WRITE TRM-REC.
           MOVE WS-TRM-STATUS   TO WS-FILE-STATUS.
           MOVE 'MOVEMENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD TRM-QTD TO WS-CONTROL-TOT.
      *
      * ONE LOJASTK MOVE FOR MODE 'E' - KEPT IN THE TABLE FOR THE
      * BALANCE CHECKS OF THE REST OF THE RUN AND WRITTEN TO LSKMOV.
      * A RECEIPT INTO A STORE WITHOUT THE ITEM IS WRITTEN EVEN WHEN
      * NOTHING ARRIVED, SO MODE 'E' STILL CREATES THE ROW.
       GUARDAR-MOVIMENTO-LOJA.
           IF WS-LSM-COUNT IS NOT LESS THAN 5000
             DISPLAY 'EXERC100 - MAIS DE 5000 MOVIMENTOS DE LOJASTK '
                     '- RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-LSM-COUNT.
           MOVE WS-LM-LOJA-NOVA         TO WS-LM-LOJA(WS-LSM-COUNT)
                                           LSM-LOJA.
           MOVE WS-TB-BARCODE(WS-ACHOU) TO WS-LM-BARCODE(WS-LSM-COUNT)
                                           LSM-BARCODE.
           MOVE WS-LM-QTD-NOVA          TO WS-LM-QTD(WS-LSM-COUNT)
                                           LSM-QTD.
           MOVE WS-TB-NUMERO(WS-ACHOU)  TO LSM-NUMERO.
           MOVE TRN-DATA                TO LSM-DATA.
           WRITE LSM-REC.
           MOVE WS-LSM-STATUS     TO WS-FILE-STATUS.
           MOVE 'STOCK-MOVE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       SOMAR-MOVIMENTOS-LOJA.
           MOVE ZEROES TO WS-SALDO-PREVISTO
                          WS-LM-ACHADAS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-LSM-COUNT
             IF WS-LM-LOJA(WS-I) IS EQUAL TO WS-LM-LOJA-NOVA AND
                WS-LM-BARCODE(WS-I) IS EQUAL TO
                WS-TB-BARCODE(WS-ACHOU)
               ADD WS-LM-QTD(WS-I) TO WS-SALDO-PREVISTO
               ADD 1 TO WS-LM-ACHADAS
             END-IF
           END-PERFORM.
      *
      * MODE 'E' - ONE LSKMOV MOVE ONTO LOJASTK. MODE 'T' ALREADY
      * CHECKED EVERY DISPATCH AGAINST THE BALANCE AND NOTHING ELSE
      * TOUCHES LOJASTK BETWEEN THE TWO STEPS, SO A MOVE THAT WOULD
      * STILL TAKE A ROW BELOW ZERO IS AN EXCEPTION, NOT APPLIED.
       APLICAR-MOVIMENTO-LOJA.
           READ STOCK-MOVE-FILE
             AT END
               MOVE 'Y' TO WS-EOF-LSM
           END-READ.
           MOVE WS-LSM-STATUS     TO WS-FILE-STATUS.
           MOVE 'STOCK-MOVE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-LSM IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-MOV-LIDOS
             MOVE 'S'         TO WS-TRN-OK
             MOVE LSM-LOJA    TO LSK-LOJA
             MOVE LSM-BARCODE TO LSK-BARCODE
             READ STORE-STOCK
               INVALID KEY
                 IF LSM-QTD IS LESS THAN ZEROES
                   MOVE 'ITEM SEM ESTOQUE NA LOJA DE ORIGEM'
                     TO WS-EX-LIT
                   PERFORM REJEITAR-MOVIMENTO-LOJA
                 ELSE
                   MOVE LSM-QTD TO LSK-QTD
                   MOVE ZEROES  TO LSK-NIVEL-REPOS
                                   LSK-QTD-REPOS
                   WRITE LSK-REC
                 END-IF
               NOT INVALID KEY
                 COMPUTE WS-SALDO-PREVISTO = LSK-QTD + LSM-QTD
                 IF WS-SALDO-PREVISTO IS LESS THAN ZEROES
                   MOVE 'SALDO DA LOJA DE ORIGEM INSUFICIENTE'
                     TO WS-EX-LIT
                   PERFORM REJEITAR-MOVIMENTO-LOJA
                 ELSE
                   MOVE WS-SALDO-PREVISTO TO LSK-QTD
                   REWRITE LSK-REC
                 END-IF
             END-READ
             IF WS-TRN-OK IS EQUAL TO 'S'
               MOVE WS-LSK-STATUS TO WS-FILE-STATUS
               MOVE 'STORE-STOCK' TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
               ADD 1 TO WS-QTD-MOV-APLICADOS
               ADD LSM-QTD TO WS-CONTROL-TOT
             END-IF
           END-IF.
      *
       REJEITAR-MOVIMENTO-LOJA.
           MOVE 'N' TO WS-TRN-OK.
           ADD 1 TO WS-QTD-REJEITADAS.
           MOVE LSM-NUMERO  TO WS-EX-NUMERO.
           MOVE 'E'         TO WS-EX-TIPO.
           MOVE LSM-BARCODE TO WS-EX-BARCODE.
           PERFORM GRAVAR-EXCECAO.
      *
       IMPRIMIR-TRANSACAO.
           MOVE WS-TB-NUMERO(WS-ACHOU)       TO WS-DT-NUMERO.
           MOVE TRN-TIPO                     TO WS-DT-TIPO.
           MOVE TRN-DATA                     TO WS-DT-DATA.
           MOVE WS-TB-LOJA-ORIGEM(WS-ACHOU)  TO WS-DT-ORIGEM.
           MOVE WS-TB-LOJA-DESTINO(WS-ACHOU) TO WS-DT-DESTINO.
           MOVE WS-TB-BARCODE(WS-ACHOU)      TO WS-DT-BARCODE.
           MOVE WS-TB-QTD-PEDIDA(WS-ACHOU)   TO WS-DT-PEDIDA.
           MOVE WS-TB-QTD-ENVIADA(WS-ACHOU)  TO WS-DT-ENVIADA.
           MOVE WS-TB-QTD-RECEBIDA(WS-ACHOU) TO WS-DT-RECEBIDA.
           MOVE WS-QTD-FALTA                 TO WS-DT-FALTA.
           MOVE WS-DETAIL-LINE               TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * EVERY TRANSFER STILL IN TRANSIT AFTER DIAS-TRANSIT DAYS.
       LISTAR-EM-TRANSITO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'EM TRANSITO HA MAIS DE' TO WS-TL-LIT.
           MOVE WS-DIAS-TRANSITO         TO WS-TL-DIAS.
           MOVE WS-TITLE-LINE            TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TRANSIT-HEADER        TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TRF-COUNT
             IF WS-TB-EM-TRANSITO(WS-I)
               ADD 1 TO WS-QTD-EM-TRANSITO
               COMPUTE WS-DIAS-DECORRIDOS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE
                         (WS-TB-DATA-ENVIO(WS-I))
               IF WS-DIAS-DECORRIDOS IS GREATER THAN WS-DIAS-TRANSITO
                 ADD 1 TO WS-QTD-ATRASADAS
                 MOVE WS-TB-NUMERO(WS-I)       TO WS-TR-NUMERO
                 MOVE WS-TB-DATA-ENVIO(WS-I)   TO WS-TR-DATA
                 MOVE WS-TB-LOJA-ORIGEM(WS-I)  TO WS-TR-ORIGEM
                 MOVE WS-TB-LOJA-DESTINO(WS-I) TO WS-TR-DESTINO
                 MOVE WS-TB-BARCODE(WS-I)      TO WS-TR-BARCODE
                 MOVE WS-TB-QTD-ENVIADA(WS-I)  TO WS-TR-ENVIADA
                 MOVE WS-DIAS-DECORRIDOS       TO WS-TR-DIAS
                 MOVE WS-TRANSIT-LINE          TO REPORT-LINE
                 PERFORM GRAVAR-LINHA-RELATORIO
               END-IF
             END-IF
           END-PERFORM.
      *
      * THE WHOLE TABLE GOES TO TRFNEW EXCEPT TRANSFERS RECEIVED OR
      * CANCELLED MORE THAN DIAS-PURGA DAYS AGO.
       GRAVAR-MESTRE-NOVO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-TRF-COUNT
             MOVE ZEROES TO WS-DIAS-DECORRIDOS
             IF WS-TB-RECEBIDA(WS-I) OR WS-TB-CANCELADA(WS-I)
               COMPUTE WS-DIAS-DECORRIDOS =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                       - FUNCTION INTEGER-OF-DATE
                         (WS-TB-DATA-RECEB(WS-I))
             END-IF
             IF WS-DIAS-DECORRIDOS IS GREATER THAN WS-DIAS-PURGA
               ADD 1 TO WS-QTD-EXPURGADAS
             ELSE
               MOVE WS-TB-NUMERO(WS-I)       TO TRF-NUMERO
               MOVE WS-TB-LOJA-ORIGEM(WS-I)  TO TRF-LOJA-ORIGEM
               MOVE WS-TB-LOJA-DESTINO(WS-I) TO TRF-LOJA-DESTINO
               MOVE WS-TB-BARCODE(WS-I)      TO TRF-BARCODE
               MOVE WS-TB-QTD-PEDIDA(WS-I)   TO TRF-QTD-PEDIDA
               MOVE WS-TB-QTD-ENVIADA(WS-I)  TO TRF-QTD-ENVIADA
               MOVE WS-TB-QTD-RECEBIDA(WS-I) TO TRF-QTD-RECEBIDA
               MOVE WS-TB-DATA-PEDIDO(WS-I)  TO TRF-DATA-PEDIDO
               MOVE WS-TB-DATA-ENVIO(WS-I)   TO TRF-DATA-ENVIO
               MOVE WS-TB-DATA-RECEB(WS-I)   TO TRF-DATA-RECEB
               MOVE WS-TB-SITUACAO(WS-I)     TO TRF-SITUACAO
               MOVE TRF-REC TO TFN-REC
               WRITE TFN-REC
               MOVE WS-TFN-STATUS TO WS-FILE-STATUS
               MOVE 'TRF-NEW'     TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             END-IF
           END-PERFORM.
      *
       GRAVAR-EXCECAO.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST WRITTEN - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE WS-EX-NUMERO TO WS-EXL-CHAVE.
           MOVE WS-EX-LIT    TO WS-EXL-MOTIVO.
           CALL 'EXCLOG' USING WS-EXL-PROGRAMA
                               WS-EXL-ARQUIVO
                               WS-EXL-CHAVE
                               WS-EXL-MOTIVO
                               WS-EXL-SEVERIDADE
           END-CALL.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
      * THE CONTROL TOTAL IS THE NET QUANTITY WRITTEN TO TRFMOV - THE
      * SHORTFALLS OF THE DAY'S RECEIPTS LESS WHAT WENT INTO TRANSIT -
      * IN MODE 'T', AND THE NET QUANTITY PUT ON LOJASTK IN MODE 'E'.
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF CTL-MODO-TRANSFERIR
             PERFORM RESUMIR-TRANSFERENCIAS
           ELSE
             PERFORM RESUMIR-ESTOQUE
           END-IF.
      *
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF CTL-MODO-TRANSFERIR
             CLOSE TRAN-FILE
             CLOSE MOVEMENT-FILE
             CLOSE TRF-NEW
           END-IF.
           CLOSE CONTROL-FILE.
           CLOSE STORE-STOCK.
           CLOSE STOCK-MOVE-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
           IF CTL-MODO-ESTOQUE
             MOVE 'LOJASTK ' TO WS-TRV-ARQUIVO
             PERFORM LIBERAR-TRAVA-ARQUIVO
           END-IF.
      *
       RESUMIR-ESTOQUE.
           MOVE 'MOVIMENTOS LIDOS NO LSKMOV:'      TO WS-SM-LIT.
           MOVE WS-QTD-MOV-LIDOS                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'MOVIMENTOS APLICADOS AO LOJASTK:' TO WS-SM-LIT.
           MOVE WS-QTD-MOV-APLICADOS               TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'REJEITADOS (VER TRFEXC):'         TO WS-SM-LIT.
           MOVE WS-QTD-REJEITADAS                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       RESUMIR-TRANSFERENCIAS.
           MOVE 'TRANSACOES LIDAS NO TRFTRAN:'     TO WS-SM-LIT.
           MOVE WS-QTD-TRANSACOES                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PEDIDOS REGISTRADOS:'             TO WS-SM-LIT.
           MOVE WS-QTD-PEDIDOS                     TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'DESPACHOS APLICADOS:'             TO WS-SM-LIT.
           MOVE WS-QTD-DESPACHOS                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'RECEBIMENTOS APLICADOS:'          TO WS-SM-LIT.
           MOVE WS-QTD-RECEBIMENTOS                TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'RECEBIMENTOS COM FALTA:'          TO WS-SM-LIT.
           MOVE WS-QTD-COM-FALTA                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CANCELAMENTOS APLICADOS:'         TO WS-SM-LIT.
           MOVE WS-QTD-CANCELAMENTOS               TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'REJEITADAS (VER TRFEXC):'         TO WS-SM-LIT.
           MOVE WS-QTD-REJEITADAS                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'JA APLICADAS (NO TRFMAST):'       TO WS-SM-LIT.
           MOVE WS-QTD-JA-APLICADAS                TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ANTERIORES AO EXPURGO (IGNORADAS):' TO WS-SM-LIT.
           MOVE WS-QTD-ANTIGAS                     TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'EM TRANSITO:'                     TO WS-SM-LIT.
           MOVE WS-QTD-EM-TRANSITO                 TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'EM TRANSITO ALEM DO PRAZO:'       TO WS-SM-LIT.
           MOVE WS-QTD-ATRASADAS                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ENCERRADAS EXPURGADAS DO TRFMAST:' TO WS-SM-LIT.
           MOVE WS-QTD-EXPURGADAS                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'QUANTIDADE FALTANTE NO TRANSITO:' TO WS-TT-LIT.
           MOVE WS-TOT-FALTA                       TO WS-TT-VALOR.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
      * CARRIES WHATEVER RETURN CODE THE RUN IS ENDING WITH.
       GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC100' TO RLG-PROGRAMA.
           ACCEPT RLG-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-RLG-HORA-COMPLETA FROM TIME.
           MOVE WS-RLG-HORA-COMPLETA(1:6) TO RLG-HORA.
           MOVE WS-RECS-READ   TO RLG-RECS-READ.
           MOVE WS-RECS-WRTN   TO RLG-RECS-WRTN.
           MOVE WS-CONTROL-TOT TO RLG-CONTROL-TOT.
           MOVE RETURN-CODE    TO RLG-RC.
           MOVE WS-RUNLOG-REG  TO RUNLOG-REC.
           WRITE RUNLOG-REC.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           CLOSE RUNLOG-FILE.
      *
           COPY CPYLCKPD.
           COPY CPYPRMPD.
           COPY CPYFILCHK.
