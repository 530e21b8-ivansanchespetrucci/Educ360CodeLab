      ******************************************************************
      * FILE NAME   : EXERC105                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : DIRECTED PUT-AWAY OF PO RECEIPTS INTO THE        *
      *               WAREHOUSE BINS. PUTCTL MODE 'S' TAKES THE        *
      *               RECVFILE LINES OF THE CONTROL DATE (EXERC046     *
      *               'R') AND SUGGESTS, FOR EACH, THE BINS TO PUT IT  *
      *               IN FROM THE FREE ROOM - CAPFILE CAPACITY LESS    *
      *               BINFILE BALANCE - FIRST IN THE BINS ITEMBIN      *
      *               ALREADY GIVES THE ITEM, THEN IN BINS NO ITEM     *
      *               HOLDS. THE INSTRUCTIONS ARE PRINTED IN THE       *
      *               SERPENTINE BIN WALK AND WRITTEN TO PUTLST FOR    *
      *               CONFIRMATION; WHAT FITS NOWHERE GOES TO THE      *
      *               WAREHOUSE SUPERVISOR ON PUTEXC. MODE 'C' POSTS   *
      *               THE CONFIRMED PUTCNF LINES - THE QUANTITY PUT    *
      *               AWAY GOES ONTO ITS BIN ON THE BINNEW GENERATION  *
      *               AND, AS SIGNED STKADJ MOVEMENTS, INTO THE SAME   *
      *               BIN ON THE EXERC047 LEDGER                       *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - RECEIVERS PUT GOODS WHEREVER    *
      *                THERE WAS ROOM AND BINFILE STOPPED SHOWING      *
      *                WHERE ANYTHING WAS. A LINE MAY BE SPLIT ACROSS  *
      *                SEVERAL BINS. EXERC047 BOOKS A RECEIPT AT THE   *
      *                ITEM'S FIRST MAPPED BIN, SO A PUT-AWAY TO       *
      *                ANOTHER BIN IS POSTED AS A PAIR OF ADJUSTMENTS  *
      *                (OUT OF THE MAPPED BIN, INTO THE REAL ONE); AN  *
      *                ITEM WITH NO MAPPED BIN, WHOSE RECEIPT THE      *
      *                LEDGER COULD NOT BOOK, IS POSTED STRAIGHT INTO  *
      *                ITS BIN. A BIN THE ITEM WAS NOT MAPPED TO GETS  *
      *                ITS ITEMBIN ROW APPENDED ON CONFIRMATION.       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC105.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO PUTCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT RECEIPT-FILE   ASSIGN TO RECVFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RECV-STATUS.
      *
           SELECT ITEMBIN-FILE   ASSIGN TO ITEMBIN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MAP-STATUS.
      *
           SELECT BIN-FILE       ASSIGN TO BINFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-BIN-STATUS.
      *
           SELECT BIN-NEW-FILE   ASSIGN TO BINNEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-BINN-STATUS.
      *
           SELECT CAPACITY-FILE  ASSIGN TO CAPFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CAP-STATUS.
      *
           SELECT PUT-FILE       ASSIGN TO PUTLST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PUT-STATUS.
      *
           SELECT CONFIRM-FILE   ASSIGN TO PUTCNF
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CNF-STATUS.
      *
           SELECT ADJUST-FILE    ASSIGN TO STKADJ
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ADJ-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO PUTRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO PUTEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * CTL-DATA IS THE RECEIPT DATE TO PUT AWAY - ZEROES FOR TODAY.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-MODO           PIC X(01).
               88  CTL-MODO-SUGERIR   VALUE 'S'.
               88  CTL-MODO-CONFIRMAR VALUE 'C'.
           05  CTL-DATA           PIC 9(08).
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
       FD  ITEMBIN-FILE.
       01  MAP-REC.
           05  MAP-ITEM           PIC X(13).
           05  MAP-LINHA          PIC 9(02).
           05  MAP-COLUNA         PIC 9(02).
      *
       FD  BIN-FILE.
       01  BIN-REC.
           05  BIN-LINHA          PIC 9(02).
           05  BIN-COLUNA         PIC 9(02).
           05  BIN-QTD            PIC 9(04)V9(02).
      *
       FD  BIN-NEW-FILE.
       01  BINN-REC.
           05  BINN-LINHA         PIC 9(02).
           05  BINN-COLUNA        PIC 9(02).
           05  BINN-QTD           PIC 9(04)V9(02).
      *
       FD  CAPACITY-FILE.
       01  CAP-REC.
           05  CAP-LINHA          PIC 9(02).
           05  CAP-COLUNA         PIC 9(02).
           05  CAP-CAPACIDADE     PIC 9(06)V9(02).
      *
      * ONE PUT-AWAY LINE - WRITTEN BY MODE 'S' WITH THE QUANTITY PUT
      * AWAY AND THE RECEIVER ZEROED/BLANK; THE WAREHOUSE FILLS THEM
      * IN AND THE SAME LAYOUT COMES BACK AS PUTCNF. PUT-BIN-NOVO IS
      * 'S' WHEN THE BIN WAS NOT YET MAPPED TO THE ITEM.
       FD  PUT-FILE.
       01  PUT-REC.
           05  PUT-PO-NUMERO      PIC 9(06).
           05  PUT-SEQ            PIC 9(04).
           05  PUT-LINHA          PIC 9(02).
           05  PUT-COLUNA         PIC 9(02).
           05  PUT-BARCODE        PIC X(13).
           05  PUT-QTD-SUGERIDA   PIC 9(05)V9(02).
           05  PUT-QTD-GUARDADA   PIC 9(05)V9(02).
           05  PUT-GUARDADOR      PIC X(08).
           05  PUT-DATA           PIC 9(08).
           05  PUT-BIN-NOVO       PIC X(01).
      *
       FD  CONFIRM-FILE.
       01  CNF-REC.
           05  CNF-PO-NUMERO      PIC 9(06).
           05  CNF-SEQ            PIC 9(04).
           05  CNF-LINHA          PIC 9(02).
           05  CNF-COLUNA         PIC 9(02).
           05  CNF-BARCODE        PIC X(13).
           05  CNF-QTD-SUGERIDA   PIC 9(05)V9(02).
           05  CNF-QTD-GUARDADA   PIC 9(05)V9(02).
           05  CNF-GUARDADOR      PIC X(08).
           05  CNF-DATA           PIC 9(08).
           05  CNF-BIN-NOVO       PIC X(01).
      *
       FD  ADJUST-FILE.
       01  ADJ-REC.
           05  ADJ-LINHA          PIC 9(02).
           05  ADJ-COLUNA         PIC 9(02).
           05  ADJ-ITEM           PIC X(13).
           05  ADJ-QTD            PIC S9(06)V9(02)
                                   SIGN IS LEADING SEPARATE.
           05  ADJ-MOTIVO         PIC X(10).
           05  ADJ-ASSINATURA     PIC X(08).
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
       01  WS-RECV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-BIN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-BINN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CAP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PUT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CNF-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ADJ-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
       01  WS-EOF-RECV            PIC X(01) VALUE 'N'.
       01  WS-EOF-MAP             PIC X(01) VALUE 'N'.
       01  WS-EOF-BIN             PIC X(01) VALUE 'N'.
       01  WS-EOF-CAP             PIC X(01) VALUE 'N'.
       01  WS-EOF-CNF             PIC X(01) VALUE 'N'.
      *
      * BIN BALANCES WITH THEIR CAPACITY AND, IN MODE 'S', THE ROOM
      * ALREADY PROMISED TO EARLIER LINES OF THE RUN. A BIN HOLDS AT
      * MOST WHAT BIN-QTD CAN CARRY, WHATEVER CAPFILE SAYS.
       01  WS-BIN-TAB.
           05  WS-BIN-LINHA-T     OCCURS 1 TO 1000 TIMES
                                   DEPENDING ON WS-BIN-COUNT.
               10  WS-BN-LINHA      PIC 9(02).
               10  WS-BN-COLUNA     PIC 9(02).
               10  WS-BN-QTD        PIC 9(04)V9(02).
               10  WS-BN-CAPACIDADE PIC 9(06)V9(02).
               10  WS-BN-RESERVA    PIC 9(06)V9(02).
       01  WS-BIN-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-BIN-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-B                   PIC 9(04) VALUE ZEROES.
       01  WS-BUSCA-LINHA         PIC 9(02) VALUE ZEROES.
       01  WS-BUSCA-COLUNA        PIC 9(02) VALUE ZEROES.
       01  WS-TETO-BIN            PIC 9(04)V9(02) VALUE 9999,99.
       01  WS-LIVRE               PIC 9(06)V9(02) VALUE ZEROES.
      *
      * ITEM-TO-BIN MAP. A BIN WITH NO ROW HERE HOLDS NO ITEM AND IS
      * FREE FOR ANY RECEIPT.
       01  WS-MAP-TAB.
           05  WS-MAP-LINHA-T     OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-MAP-COUNT.
               10  WS-MP-ITEM       PIC X(13).
               10  WS-MP-LINHA      PIC 9(02).
               10  WS-MP-COLUNA     PIC 9(02).
       01  WS-MAP-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-M                   PIC 9(04) VALUE ZEROES.
       01  WS-BIN-DO-ITEM         PIC X(01) VALUE 'N'.
       01  WS-BIN-OCUPADO         PIC X(01) VALUE 'N'.
       01  WS-ITEM-MAPEADO        PIC X(01) VALUE 'N'.
       01  WS-MAPA-LINHA          PIC 9(02) VALUE ZEROES.
       01  WS-MAPA-COLUNA         PIC 9(02) VALUE ZEROES.
      *
      * THE PUT-AWAY LINES IN WALK ORDER - ROW, THEN THE COLUMN IN THE
      * DIRECTION THE ROW IS WALKED.
       01  WS-PUT-TAB.
           05  WS-PUT-LINHA-T     OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-PUT-COUNT.
               10  WS-PT-ORDEM.
                   15  WS-PT-LINHA      PIC 9(02).
                   15  WS-PT-PASSO      PIC 9(02).
                   15  WS-PT-PO-NUMERO  PIC 9(06).
                   15  WS-PT-BARCODE    PIC X(13).
               10  WS-PT-COLUNA     PIC 9(02).
               10  WS-PT-QTD        PIC 9(05)V9(02).
               10  WS-PT-BIN-NOVO   PIC X(01).
       01  WS-PUT-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-P                   PIC 9(04) VALUE ZEROES.
       01  WS-NOVA-ORDEM.
           05  WS-NO-LINHA        PIC 9(02).
           05  WS-NO-PASSO        PIC 9(02).
           05  WS-NO-PO-NUMERO    PIC 9(06).
           05  WS-NO-BARCODE      PIC X(13).
       01  WS-POS                 PIC 9(04) VALUE ZEROES.
       01  WS-METADE              PIC 9(02) VALUE ZEROES.
       01  WS-RESTO               PIC 9(01) VALUE ZEROES.
      *
       01  WS-DATA-RECEB          PIC 9(08) VALUE ZEROES.
       01  WS-QTD-FALTANDO        PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-QTD-TOMADA          PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-QTD-FALTA           PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-NOVO-SALDO          PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-LINHA-OK            PIC X(01) VALUE 'S'.
       01  WS-SEQ                 PIC 9(04) VALUE ZEROES.
      *
       01  WS-QTD-RECEBIMENTOS    PIC 9(05) VALUE ZEROES.
       01  WS-QTD-LINHAS          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-BINS-NOVOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SEM-ESPACO      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-CONFIRMADAS     PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-CURTAS          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-MAPEADOS        PIC 9(05) VALUE ZEROES.
      *
       01  WS-PUT-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(06) VALUE 'SEQ'.
           05  FILLER             PIC X(08) VALUE 'BIN'.
           05  FILLER             PIC X(15) VALUE 'ITEM'.
           05  FILLER             PIC X(10) VALUE 'PEDIDO'.
           05  FILLER             PIC X(12) VALUE '   QUANT.'.
           05  FILLER             PIC X(10) VALUE 'BIN NOVO'.
           05  FILLER             PIC X(20) VALUE 'GUARDADO'.
      *
       01  WS-PUT-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-PL-SEQ          PIC ZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-PL-LINHA        PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-PL-COLUNA       PIC 9(02).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-PL-BARCODE      PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-PL-PO-NUMERO    PIC 9(06).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-PL-QTD          PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(06) VALUE SPACES.
           05  WS-PL-BIN-NOVO     PIC X(03).
           05  FILLER             PIC X(07) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE '____________'.
      *
       01  WS-CONF-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(09) VALUE 'PEDIDO'.
           05  FILLER             PIC X(08) VALUE 'BIN'.
           05  FILLER             PIC X(15) VALUE 'ITEM'.
           05  FILLER             PIC X(13) VALUE '  SUGERIDA'.
           05  FILLER             PIC X(13) VALUE '  GUARDADA'.
           05  FILLER             PIC X(13) VALUE '     FALTA'.
           05  FILLER             PIC X(10) VALUE 'GUARDADOR'.
      *
       01  WS-CONF-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CL-PO-NUMERO    PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-CL-LINHA        PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-CL-COLUNA       PIC 9(02).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-CL-BARCODE      PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CL-SUGERIDA     PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-CL-GUARDADA     PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-CL-FALTA        PIC ZZ.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-CL-GUARDADOR    PIC X(08).
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(36).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-PO-NUMERO    PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-BARCODE      PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-QTD          PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-LIT          PIC X(50) VALUE SPACES.
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
           PERFORM CARREGAR-BINS
             WITH TEST AFTER
             UNTIL WS-EOF-BIN IS EQUAL TO 'Y'.
      *
           PERFORM CARREGAR-CAPACIDADES
             WITH TEST AFTER
             UNTIL WS-EOF-CAP IS EQUAL TO 'Y'.
      *
           PERFORM CARREGAR-MAPA
             WITH TEST AFTER
             UNTIL WS-EOF-MAP IS EQUAL TO 'Y'.
           CLOSE ITEMBIN-FILE.
      *
           IF CTL-MODO-SUGERIR
             PERFORM SUGERIR-RECEBIMENTO
               WITH TEST AFTER
               UNTIL WS-EOF-RECV IS EQUAL TO 'Y'
             PERFORM EMITIR-INSTRUCOES
           ELSE
             OPEN EXTEND ITEMBIN-FILE
             MOVE WS-MAP-STATUS  TO WS-FILE-STATUS
             MOVE 'ITEMBIN-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM PROCESSAR-CONFIRMACAO
               WITH TEST AFTER
               UNTIL WS-EOF-CNF IS EQUAL TO 'Y'
             PERFORM GRAVAR-NOVO-BINFILE
           END-IF.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC105' TO WS-EXL-PROGRAMA.
           MOVE 'PUTEXC  ' TO WS-EXL-ARQUIVO.
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
           IF NOT CTL-MODO-SUGERIR AND NOT CTL-MODO-CONFIRMAR
             DISPLAY 'EXERC105 - MODO INVALIDO NO PUTCTL: ' CTL-MODO
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           IF CTL-DATA IS NUMERIC AND CTL-DATA IS NOT EQUAL TO ZEROES
             MOVE CTL-DATA        TO WS-DATA-RECEB
           ELSE
             MOVE WS-RUN-DATE-NUM TO WS-DATA-RECEB
           END-IF.
      *
           OPEN INPUT  BIN-FILE.
           MOVE WS-BIN-STATUS TO WS-FILE-STATUS.
           MOVE 'BIN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  CAPACITY-FILE.
           MOVE WS-CAP-STATUS   TO WS-FILE-STATUS.
           MOVE 'CAPACITY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  ITEMBIN-FILE.
           MOVE WS-MAP-STATUS  TO WS-FILE-STATUS.
           MOVE 'ITEMBIN-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF CTL-MODO-SUGERIR
             OPEN INPUT RECEIPT-FILE
             MOVE WS-RECV-STATUS TO WS-FILE-STATUS
             MOVE 'RECEIPT-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             OPEN OUTPUT PUT-FILE
             MOVE WS-PUT-STATUS  TO WS-FILE-STATUS
             MOVE 'PUT-FILE'     TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           ELSE
             OPEN INPUT CONFIRM-FILE
             MOVE WS-CNF-STATUS  TO WS-FILE-STATUS
             MOVE 'CONFIRM-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             OPEN EXTEND ADJUST-FILE
             MOVE WS-ADJ-STATUS  TO WS-FILE-STATUS
             MOVE 'ADJUST-FILE'  TO WS-FILE-ID
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
           MOVE 'EXERC105'                     TO RP-HDR-PROGRAM.
           IF CTL-MODO-SUGERIR
             MOVE 'INSTRUCOES DE ARMAZENAGEM'  TO RP-HDR-TITLE
             PERFORM IMPRIMIR-CABECALHO
             MOVE WS-PUT-HEADER                TO REPORT-LINE
           ELSE
             MOVE 'CONFIRMACAO DE ARMAZENAGEM' TO RP-HDR-TITLE
             PERFORM IMPRIMIR-CABECALHO
             MOVE WS-CONF-HEADER               TO REPORT-LINE
           END-IF.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       IMPRIMIR-CABECALHO.
           MOVE WS-RUN-DATE-EDIT TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO       TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       CARREGAR-BINS.
           READ BIN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-BIN
           END-READ.
           MOVE WS-BIN-STATUS TO WS-FILE-STATUS.
           MOVE 'BIN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-BIN IS NOT EQUAL TO 'Y'
             IF WS-BIN-COUNT IS NOT LESS THAN 1000
               DISPLAY 'EXERC105 - MAIS DE 1000 BINS - RODADA'
                       ' ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-BIN-COUNT
             MOVE BIN-LINHA  TO WS-BN-LINHA(WS-BIN-COUNT)
             MOVE BIN-COLUNA TO WS-BN-COLUNA(WS-BIN-COUNT)
             MOVE BIN-QTD    TO WS-BN-QTD(WS-BIN-COUNT)
             MOVE ZEROES     TO WS-BN-CAPACIDADE(WS-BIN-COUNT)
                                WS-BN-RESERVA(WS-BIN-COUNT)
           END-IF.
      *
      * A BIN WITHOUT A CAPFILE ROW HAS NO ROOM TO OFFER.
       CARREGAR-CAPACIDADES.
           READ CAPACITY-FILE
             AT END
               MOVE 'Y' TO WS-EOF-CAP
           END-READ.
           MOVE WS-CAP-STATUS   TO WS-FILE-STATUS.
           MOVE 'CAPACITY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-CAP IS NOT EQUAL TO 'Y'
             MOVE CAP-LINHA  TO WS-BUSCA-LINHA
             MOVE CAP-COLUNA TO WS-BUSCA-COLUNA
             PERFORM LOCALIZAR-BIN
             IF WS-BIN-IDX IS GREATER THAN ZEROES
               IF CAP-CAPACIDADE IS GREATER THAN WS-TETO-BIN
                 MOVE WS-TETO-BIN    TO WS-BN-CAPACIDADE(WS-BIN-IDX)
               ELSE
                 MOVE CAP-CAPACIDADE TO WS-BN-CAPACIDADE(WS-BIN-IDX)
               END-IF
             END-IF
           END-IF.
      *
       CARREGAR-MAPA.
           READ ITEMBIN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-MAP
           END-READ.
           MOVE WS-MAP-STATUS  TO WS-FILE-STATUS.
           MOVE 'ITEMBIN-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-MAP IS NOT EQUAL TO 'Y'
             IF WS-MAP-COUNT IS LESS THAN 2000
               ADD 1 TO WS-MAP-COUNT
               MOVE MAP-ITEM   TO WS-MP-ITEM(WS-MAP-COUNT)
               MOVE MAP-LINHA  TO WS-MP-LINHA(WS-MAP-COUNT)
               MOVE MAP-COLUNA TO WS-MP-COLUNA(WS-MAP-COUNT)
             END-IF
           END-IF.
      *
       LOCALIZAR-BIN.
           MOVE ZEROES TO WS-BIN-IDX.
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BIN-COUNT
             IF WS-BN-LINHA(WS-B) IS EQUAL TO WS-BUSCA-LINHA AND
                WS-BN-COLUNA(WS-B) IS EQUAL TO WS-BUSCA-COLUNA
               MOVE WS-B TO WS-BIN-IDX
               MOVE WS-BIN-COUNT TO WS-B
             END-IF
           END-PERFORM.
      *
      * WS-BIN-DO-ITEM - THE BIN IN WS-BUSCA-* IS MAPPED TO THE ITEM;
      * WS-BIN-OCUPADO - IT IS MAPPED TO ANY ITEM AT ALL.
       VERIFICAR-MAPA-BIN.
           MOVE 'N' TO WS-BIN-DO-ITEM
                       WS-BIN-OCUPADO.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MAP-COUNT
             IF WS-MP-LINHA(WS-M) IS EQUAL TO WS-BUSCA-LINHA AND
                WS-MP-COLUNA(WS-M) IS EQUAL TO WS-BUSCA-COLUNA
               MOVE 'S' TO WS-BIN-OCUPADO
               IF WS-MP-ITEM(WS-M) IS EQUAL TO WS-NO-BARCODE
                 MOVE 'S' TO WS-BIN-DO-ITEM
               END-IF
             END-IF
           END-PERFORM.
      *
      * ONE RECEIPT LINE OF THE DAY. ITS OWN BINS FIRST, IN MAP
      * ORDER, THEN EMPTY UNMAPPED BINS IN FILE ORDER; WHAT IS LEFT
      * FITS NOWHERE.
       SUGERIR-RECEBIMENTO.
           READ RECEIPT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-RECV
           END-READ.
           MOVE WS-RECV-STATUS TO WS-FILE-STATUS.
           MOVE 'RECEIPT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RECV IS NOT EQUAL TO 'Y' AND
              RCV-DATA IS EQUAL TO WS-DATA-RECEB AND
              RCV-QTD IS GREATER THAN ZEROES
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-RECEBIMENTOS
             MOVE RCV-QTD       TO WS-QTD-FALTANDO
             MOVE RCV-PO-NUMERO TO WS-NO-PO-NUMERO
             MOVE RCV-BARCODE   TO WS-NO-BARCODE
             PERFORM ALOCAR-BINS-DO-ITEM
             PERFORM ALOCAR-BINS-LIVRES
             IF WS-QTD-FALTANDO IS GREATER THAN ZEROES
               ADD 1 TO WS-QTD-SEM-ESPACO
               MOVE RCV-PO-NUMERO   TO WS-EX-PO-NUMERO
               MOVE RCV-BARCODE     TO WS-EX-BARCODE
               MOVE WS-QTD-FALTANDO TO WS-EX-QTD
               MOVE 'SEM ESPACO NOS BINS - VER COM O SUPERVISOR'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
       ALOCAR-BINS-DO-ITEM.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MAP-COUNT OR
                         WS-QTD-FALTANDO IS EQUAL TO ZEROES
             IF WS-MP-ITEM(WS-M) IS EQUAL TO RCV-BARCODE
               MOVE WS-MP-LINHA(WS-M)  TO WS-BUSCA-LINHA
               MOVE WS-MP-COLUNA(WS-M) TO WS-BUSCA-COLUNA
               PERFORM LOCALIZAR-BIN
               IF WS-BIN-IDX IS GREATER THAN ZEROES
                 MOVE 'S' TO WS-BIN-DO-ITEM
                 PERFORM TOMAR-ESPACO-BIN
               END-IF
             END-IF
           END-PERFORM.
      *
       ALOCAR-BINS-LIVRES.
           PERFORM VARYING WS-BIN-IDX FROM 1 BY 1
                   UNTIL WS-BIN-IDX > WS-BIN-COUNT OR
                         WS-QTD-FALTANDO IS EQUAL TO ZEROES
             IF WS-BN-QTD(WS-BIN-IDX) IS EQUAL TO ZEROES AND
                WS-BN-RESERVA(WS-BIN-IDX) IS EQUAL TO ZEROES
               MOVE WS-BN-LINHA(WS-BIN-IDX)  TO WS-BUSCA-LINHA
               MOVE WS-BN-COLUNA(WS-BIN-IDX) TO WS-BUSCA-COLUNA
               PERFORM VERIFICAR-MAPA-BIN
               IF WS-BIN-OCUPADO IS EQUAL TO 'N'
                 MOVE 'N' TO WS-BIN-DO-ITEM
                 PERFORM TOMAR-ESPACO-BIN
               END-IF
             END-IF
           END-PERFORM.
      *
      * TAKES WHAT FITS OF THE REST OF THE LINE IN BIN WS-BIN-IDX;
      * WS-BIN-DO-ITEM SAYS WHETHER THE ITEM IS ALREADY MAPPED THERE.
       TOMAR-ESPACO-BIN.
           IF WS-BN-CAPACIDADE(WS-BIN-IDX) IS GREATER THAN
              WS-BN-QTD(WS-BIN-IDX) + WS-BN-RESERVA(WS-BIN-IDX)
             COMPUTE WS-LIVRE = WS-BN-CAPACIDADE(WS-BIN-IDX)
                              - WS-BN-QTD(WS-BIN-IDX)
                              - WS-BN-RESERVA(WS-BIN-IDX)
           ELSE
             MOVE ZEROES TO WS-LIVRE
           END-IF.
      *
           IF WS-LIVRE IS GREATER THAN ZEROES
             IF WS-LIVRE IS LESS THAN WS-QTD-FALTANDO
               MOVE WS-LIVRE        TO WS-QTD-TOMADA
             ELSE
               MOVE WS-QTD-FALTANDO TO WS-QTD-TOMADA
             END-IF
             ADD WS-QTD-TOMADA      TO WS-BN-RESERVA(WS-BIN-IDX)
             SUBTRACT WS-QTD-TOMADA FROM WS-QTD-FALTANDO
             PERFORM INCLUIR-LINHA-ARMAZENAGEM
           END-IF.
      *
      * THE SERPENTINE WALK - ODD ROWS UP THE COLUMNS, EVEN ROWS BACK
      * DOWN - THE SAME WALK THE EXERC104 PICK SHEETS FOLLOW.
       INCLUIR-LINHA-ARMAZENAGEM.
           IF WS-PUT-COUNT IS NOT LESS THAN 3000
             DISPLAY 'EXERC105 - MAIS DE 3000 LINHAS DE ARMAZENAGEM '
                     '- RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WS-BUSCA-LINHA TO WS-NO-LINHA.
           DIVIDE WS-BUSCA-LINHA BY 2 GIVING WS-METADE
                  REMAINDER WS-RESTO.
           IF WS-RESTO IS EQUAL TO 1
             MOVE WS-BUSCA-COLUNA TO WS-NO-PASSO
           ELSE
             COMPUTE WS-NO-PASSO = 99 - WS-BUSCA-COLUNA
           END-IF.
      *
           MOVE 1 TO WS-POS.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PUT-COUNT
             IF WS-PT-ORDEM(WS-P) IS NOT GREATER THAN WS-NOVA-ORDEM
               COMPUTE WS-POS = WS-P + 1
             END-IF
           END-PERFORM.
      *
           ADD 1 TO WS-PUT-COUNT.
           PERFORM VARYING WS-P FROM WS-PUT-COUNT BY -1
                   UNTIL WS-P NOT GREATER THAN WS-POS
             MOVE WS-PUT-LINHA-T(WS-P - 1) TO WS-PUT-LINHA-T(WS-P)
           END-PERFORM.
      *
           MOVE WS-NOVA-ORDEM    TO WS-PT-ORDEM(WS-POS).
           MOVE WS-BUSCA-COLUNA  TO WS-PT-COLUNA(WS-POS).
           MOVE WS-QTD-TOMADA    TO WS-PT-QTD(WS-POS).
           IF WS-BIN-DO-ITEM IS EQUAL TO 'S'
             MOVE 'N' TO WS-PT-BIN-NOVO(WS-POS)
           ELSE
             MOVE 'S' TO WS-PT-BIN-NOVO(WS-POS)
           END-IF.
      *
       EMITIR-INSTRUCOES.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PUT-COUNT
             ADD 1 TO WS-SEQ
             MOVE WS-SEQ                 TO WS-PL-SEQ
             MOVE WS-PT-LINHA(WS-P)      TO WS-PL-LINHA
             MOVE WS-PT-COLUNA(WS-P)     TO WS-PL-COLUNA
             MOVE WS-PT-BARCODE(WS-P)    TO WS-PL-BARCODE
             MOVE WS-PT-PO-NUMERO(WS-P)  TO WS-PL-PO-NUMERO
             MOVE WS-PT-QTD(WS-P)        TO WS-PL-QTD
             IF WS-PT-BIN-NOVO(WS-P) IS EQUAL TO 'S'
               MOVE 'SIM' TO WS-PL-BIN-NOVO
               ADD 1 TO WS-QTD-BINS-NOVOS
             ELSE
               MOVE SPACES TO WS-PL-BIN-NOVO
             END-IF
             MOVE WS-PUT-LINE            TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             PERFORM GRAVAR-LINHA-PUTLST
           END-PERFORM.
      *
       GRAVAR-LINHA-PUTLST.
           MOVE WS-PT-PO-NUMERO(WS-P)  TO PUT-PO-NUMERO.
           MOVE WS-SEQ                 TO PUT-SEQ.
           MOVE WS-PT-LINHA(WS-P)      TO PUT-LINHA.
           MOVE WS-PT-COLUNA(WS-P)     TO PUT-COLUNA.
           MOVE WS-PT-BARCODE(WS-P)    TO PUT-BARCODE.
           MOVE WS-PT-QTD(WS-P)        TO PUT-QTD-SUGERIDA.
           MOVE ZEROES                 TO PUT-QTD-GUARDADA.
           MOVE SPACES                 TO PUT-GUARDADOR.
           MOVE WS-DATA-RECEB          TO PUT-DATA.
           MOVE WS-PT-BIN-NOVO(WS-P)   TO PUT-BIN-NOVO.
           WRITE PUT-REC.
           MOVE WS-PUT-STATUS  TO WS-FILE-STATUS.
           MOVE 'PUT-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
           ADD 1 TO WS-QTD-LINHAS.
           ADD WS-PT-QTD(WS-P) TO WS-CONTROL-TOT.
      *
      * MODE 'C' - ONE CONFIRMED PUT-AWAY LINE. THE FIRST PROBLEM
      * FOUND REJECTS IT; THE GOODS STAY OFF THE BINS UNTIL A FIXED
      * LINE COMES BACK.
       PROCESSAR-CONFIRMACAO.
           READ CONFIRM-FILE
             AT END
               MOVE 'Y' TO WS-EOF-CNF
           END-READ.
           MOVE WS-CNF-STATUS  TO WS-FILE-STATUS.
           MOVE 'CONFIRM-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-CNF IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             PERFORM VALIDAR-CONFIRMACAO
             IF WS-LINHA-OK IS EQUAL TO 'S'
               IF CNF-QTD-GUARDADA IS GREATER THAN ZEROES
                 PERFORM GUARDAR-NO-BIN
               END-IF
               ADD 1 TO WS-QTD-CONFIRMADAS
               PERFORM IMPRIMIR-CONFIRMACAO
             END-IF
           END-IF.
      *
       VALIDAR-CONFIRMACAO.
           MOVE 'S' TO WS-LINHA-OK.
           MOVE ZEROES TO WS-BIN-IDX.
           EVALUATE TRUE
             WHEN CNF-PO-NUMERO IS NOT NUMERIC OR
                  CNF-LINHA IS NOT NUMERIC OR
                  CNF-COLUNA IS NOT NUMERIC OR
                  CNF-QTD-SUGERIDA IS NOT NUMERIC OR
                  CNF-QTD-GUARDADA IS NOT NUMERIC
               MOVE 'CAMPO NUMERICO INVALIDO NA CONFIRMACAO'
                 TO WS-EX-LIT
               PERFORM REJEITAR-CONFIRMACAO
             WHEN CNF-QTD-GUARDADA IS GREATER THAN CNF-QTD-SUGERIDA
               MOVE 'GUARDADO MAIS DO QUE O SUGERIDO - REJEITADA'
                 TO WS-EX-LIT
               PERFORM REJEITAR-CONFIRMACAO
             WHEN CNF-QTD-GUARDADA IS GREATER THAN ZEROES AND
                  CNF-GUARDADOR IS EQUAL TO SPACES
               MOVE 'CONFIRMACAO SEM GUARDADOR - REJEITADA'
                 TO WS-EX-LIT
               PERFORM REJEITAR-CONFIRMACAO
             WHEN OTHER
               MOVE CNF-LINHA  TO WS-BUSCA-LINHA
               MOVE CNF-COLUNA TO WS-BUSCA-COLUNA
               PERFORM LOCALIZAR-BIN
               IF WS-BIN-IDX IS EQUAL TO ZEROES
                 MOVE 'BIN NAO CADASTRADO NO BINFILE - REJEITADA'
                   TO WS-EX-LIT
                 PERFORM REJEITAR-CONFIRMACAO
               ELSE
                 COMPUTE WS-NOVO-SALDO = WS-BN-QTD(WS-BIN-IDX)
                                       + CNF-QTD-GUARDADA
                 IF WS-NOVO-SALDO IS GREATER THAN
                    WS-BN-CAPACIDADE(WS-BIN-IDX)
                   MOVE 'CAPACIDADE DO BIN EXCEDIDA - REJEITADA'
                     TO WS-EX-LIT
                   PERFORM REJEITAR-CONFIRMACAO
                 END-IF
               END-IF
           END-EVALUATE.
      *
       REJEITAR-CONFIRMACAO.
           MOVE 'N' TO WS-LINHA-OK.
           ADD 1 TO WS-QTD-REJEITADAS.
           IF CNF-PO-NUMERO IS NUMERIC
             MOVE CNF-PO-NUMERO    TO WS-EX-PO-NUMERO
           ELSE
             MOVE ZEROES           TO WS-EX-PO-NUMERO
           END-IF.
           MOVE CNF-BARCODE        TO WS-EX-BARCODE.
           IF CNF-QTD-GUARDADA IS NUMERIC
             MOVE CNF-QTD-GUARDADA TO WS-EX-QTD
           ELSE
             MOVE ZEROES           TO WS-EX-QTD
           END-IF.
           PERFORM GRAVAR-EXCECAO.
      *
      * THE QUANTITY GOES ONTO THE BIN. THE LEDGER ALREADY HAS THE
      * RECEIPT AT THE ITEM'S FIRST MAPPED BIN, SO ONLY A DIFFERENT
      * BIN NEEDS THE MOVE OUT OF THERE; AN ITEM WITH NO MAPPED BIN
      * NEVER REACHED THE LEDGER AND GOES STRAIGHT IN. THE FIRST
      * LOOKUP IS DONE BEFORE THE NEW BIN IS MAPPED.
       GUARDAR-NO-BIN.
           ADD CNF-QTD-GUARDADA TO WS-BN-QTD(WS-BIN-IDX).
           ADD CNF-QTD-GUARDADA TO WS-CONTROL-TOT.
           MOVE CNF-BARCODE     TO WS-NO-BARCODE.
           PERFORM LOCALIZAR-PRIMEIRO-BIN.
      *
           IF WS-ITEM-MAPEADO IS EQUAL TO 'S' AND
              (WS-MAPA-LINHA IS NOT EQUAL TO CNF-LINHA OR
               WS-MAPA-COLUNA IS NOT EQUAL TO CNF-COLUNA)
             MOVE WS-MAPA-LINHA  TO ADJ-LINHA
             MOVE WS-MAPA-COLUNA TO ADJ-COLUNA
             COMPUTE ADJ-QTD = ZEROES - CNF-QTD-GUARDADA
             PERFORM GRAVAR-AJUSTE
           END-IF.
           IF WS-ITEM-MAPEADO IS EQUAL TO 'N' OR
              WS-MAPA-LINHA IS NOT EQUAL TO CNF-LINHA OR
              WS-MAPA-COLUNA IS NOT EQUAL TO CNF-COLUNA
             MOVE CNF-LINHA        TO ADJ-LINHA
             MOVE CNF-COLUNA       TO ADJ-COLUNA
             MOVE CNF-QTD-GUARDADA TO ADJ-QTD
             PERFORM GRAVAR-AJUSTE
           END-IF.
      *
           PERFORM VERIFICAR-MAPA-BIN.
           IF WS-BIN-DO-ITEM IS EQUAL TO 'N'
             PERFORM MAPEAR-BIN
           END-IF.
      *
       LOCALIZAR-PRIMEIRO-BIN.
           MOVE 'N' TO WS-ITEM-MAPEADO.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MAP-COUNT
             IF WS-MP-ITEM(WS-M) IS EQUAL TO WS-NO-BARCODE
               MOVE WS-MP-LINHA(WS-M)  TO WS-MAPA-LINHA
               MOVE WS-MP-COLUNA(WS-M) TO WS-MAPA-COLUNA
               MOVE 'S' TO WS-ITEM-MAPEADO
               MOVE WS-MAP-COUNT TO WS-M
             END-IF
           END-PERFORM.
      *
       GRAVAR-AJUSTE.
           MOVE CNF-BARCODE      TO ADJ-ITEM.
           MOVE 'ARMAZENAG '     TO ADJ-MOTIVO.
           MOVE CNF-GUARDADOR    TO ADJ-ASSINATURA.
           WRITE ADJ-REC.
           MOVE WS-ADJ-STATUS  TO WS-FILE-STATUS.
           MOVE 'ADJUST-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
      * THE ITEM NOW LIVES IN THIS BIN TOO - ITS ITEMBIN ROW GOES ON
      * THE END OF THE MAP, SO THE FIRST MAPPED BIN DOES NOT CHANGE.
       MAPEAR-BIN.
           MOVE CNF-BARCODE TO MAP-ITEM.
           MOVE CNF-LINHA   TO MAP-LINHA.
           MOVE CNF-COLUNA  TO MAP-COLUNA.
           WRITE MAP-REC.
           MOVE WS-MAP-STATUS  TO WS-FILE-STATUS.
           MOVE 'ITEMBIN-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
           ADD 1 TO WS-QTD-MAPEADOS.
           IF WS-MAP-COUNT IS LESS THAN 2000
             ADD 1 TO WS-MAP-COUNT
             MOVE MAP-ITEM   TO WS-MP-ITEM(WS-MAP-COUNT)
             MOVE MAP-LINHA  TO WS-MP-LINHA(WS-MAP-COUNT)
             MOVE MAP-COLUNA TO WS-MP-COLUNA(WS-MAP-COUNT)
           END-IF.
      *
      * A LINE PUT AWAY SHORT IS PRINTED WITH THE REST AND LOGGED, SO
      * THE SUPERVISOR FINDS WHERE THE GOODS ARE STANDING.
       IMPRIMIR-CONFIRMACAO.
           COMPUTE WS-QTD-FALTA = CNF-QTD-SUGERIDA - CNF-QTD-GUARDADA.
           MOVE CNF-PO-NUMERO    TO WS-CL-PO-NUMERO.
           MOVE CNF-LINHA        TO WS-CL-LINHA.
           MOVE CNF-COLUNA       TO WS-CL-COLUNA.
           MOVE CNF-BARCODE      TO WS-CL-BARCODE.
           MOVE CNF-QTD-SUGERIDA TO WS-CL-SUGERIDA.
           MOVE CNF-QTD-GUARDADA TO WS-CL-GUARDADA.
           MOVE WS-QTD-FALTA     TO WS-CL-FALTA.
           MOVE CNF-GUARDADOR    TO WS-CL-GUARDADOR.
           MOVE WS-CONF-LINE     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-QTD-FALTA IS GREATER THAN ZEROES
             ADD 1 TO WS-QTD-CURTAS
             MOVE CNF-PO-NUMERO TO WS-EX-PO-NUMERO
             MOVE CNF-BARCODE   TO WS-EX-BARCODE
             MOVE WS-QTD-FALTA  TO WS-EX-QTD
             MOVE 'ARMAZENAGEM PARCIAL - SALDO FORA DOS BINS'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
       GRAVAR-NOVO-BINFILE.
           OPEN OUTPUT BIN-NEW-FILE.
           MOVE WS-BINN-STATUS TO WS-FILE-STATUS.
           MOVE 'BIN-NEW-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BIN-COUNT
             MOVE WS-BN-LINHA(WS-B)  TO BINN-LINHA
             MOVE WS-BN-COLUNA(WS-B) TO BINN-COLUNA
             MOVE WS-BN-QTD(WS-B)    TO BINN-QTD
             WRITE BINN-REC
             MOVE WS-BINN-STATUS TO WS-FILE-STATUS
             MOVE 'BIN-NEW-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             ADD 1 TO WS-RECS-WRTN
           END-PERFORM.
      *
           CLOSE BIN-NEW-FILE.
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
           MOVE SPACES          TO WS-EXL-CHAVE.
           MOVE WS-EX-PO-NUMERO TO WS-EXL-CHAVE(1:6).
           MOVE WS-EX-BARCODE   TO WS-EXL-CHAVE(8:13).
           MOVE WS-EX-LIT       TO WS-EXL-MOTIVO.
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
      *
      * THE CONTROL TOTAL IS THE QUANTITY DIRECTED TO THE BINS ('S')
      * OR PUT ON THEM ('C').
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF CTL-MODO-SUGERIR
             MOVE 'LINHAS DE RECEBIMENTO DO DIA:'    TO WS-SM-LIT
             MOVE WS-QTD-RECEBIMENTOS                TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 'INSTRUCOES DE ARMAZENAGEM:'       TO WS-SM-LIT
             MOVE WS-QTD-LINHAS                      TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 'EM BIN AINDA SEM O ITEM:'         TO WS-SM-LIT
             MOVE WS-QTD-BINS-NOVOS                  TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 'RECEBIMENTOS SEM ESPACO:'         TO WS-SM-LIT
             MOVE WS-QTD-SEM-ESPACO                  TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           ELSE
             MOVE 'LINHAS CONFIRMADAS:'              TO WS-SM-LIT
             MOVE WS-QTD-CONFIRMADAS                 TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 'LINHAS REJEITADAS:'               TO WS-SM-LIT
             MOVE WS-QTD-REJEITADAS                  TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 'ARMAZENAGENS PARCIAIS:'           TO WS-SM-LIT
             MOVE WS-QTD-CURTAS                      TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 'BINS MAPEADOS AO ITEM:'           TO WS-SM-LIT
             MOVE WS-QTD-MAPEADOS                    TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF CTL-MODO-SUGERIR
             CLOSE RECEIPT-FILE
             CLOSE PUT-FILE
           ELSE
             CLOSE CONFIRM-FILE
             CLOSE ADJUST-FILE
             CLOSE ITEMBIN-FILE
           END-IF.
           CLOSE CONTROL-FILE.
           CLOSE BIN-FILE.
           CLOSE CAPACITY-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
      * CARRIES WHATEVER RETURN CODE THE RUN IS ENDING WITH.
       GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC105' TO RLG-PROGRAMA.
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
           COPY CPYFILCHK.
