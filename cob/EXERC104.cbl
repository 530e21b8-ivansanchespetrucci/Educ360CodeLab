      ******************************************************************
      * FILE NAME   : EXERC104                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : WAREHOUSE PICK LISTS FOR STORE REPLENISHMENT.    *
      *               PICKCTL MODE 'S' TURNS THE NIGHT'S COMPRSUG      *
      *               STORE DEMAND INTO PICK LINES ALLOCATED FROM THE  *
      *               BINS THAT HOLD EACH ITEM (ITEMBIN MAP, BINFILE   *
      *               BALANCES), PRINTS ONE PICK SHEET PER STORE IN A  *
      *               SERPENTINE WALK OVER THE GRID (ODD ROWS BY       *
      *               ASCENDING COLUMN, EVEN ROWS BY DESCENDING) AND   *
      *               WRITES THE LINES TO PICKLST FOR CONFIRMATION;    *
      *               EACH STORE/ITEM BECOMES A WAREHOUSE TRANSFER     *
      *               (ORIGIN STORE 00) REQUESTED ON TRFTRAN. MODE 'C' *
      *               POSTS THE CONFIRMED PICKCNF LINES - THE PICKED   *
      *               QUANTITY LEAVES ITS BIN ON THE BINNEW GENERATION *
      *               AND AS A SIGNED STKADJ MOVEMENT FOR THE EXERC047 *
      *               LEDGER, AND EVERY TRANSFER IS DISPATCHED ON      *
      *               TRFTRAN WITH WHAT WAS ACTUALLY PICKED, SO        *
      *               EXERC100 CARRIES IT IN TRANSIT TO THE STORE'S    *
      *               LOJASTK. SHORT PICKS ARE REPORTED                *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  A RERUN OF MODE 'S' ON THE SAME NIGHT NO LONGER *
      *                APPENDS A SECOND TRFTRAN REQUEST - A STORE/ITEM *
      *                ALREADY REQUESTED FROM 00 WITH TONIGHT'S DATE   *
      *                IS PICKED AGAIN UNDER ITS EXISTING NUMBER, AND  *
      *                NEW NUMBERS START PAST THE ONES FOUND THERE.    *
      * 2026-10-15 JM  FIRST VERSION - THE PICKER GOT THE COMPRSUG     *
      *                LIST UNSORTED AND WALKED THE GRID BACK AND      *
      *                FORTH. AN ITEM WITH SEVERAL ITEMBIN ROWS IS     *
      *                TAKEN FROM ITS BINS IN MAP ORDER. A STORE/ITEM  *
      *                WITH A WAREHOUSE TRANSFER STILL OPEN ON TRFMAST *
      *                (REQUESTED OR IN TRANSIT) IS NOT PICKED AGAIN.  *
      *                TRANSFER NUMBERS COME FROM THE ONE-RECORD       *
      *                PICKNUM CONTROL, THE WAY PONUM NUMBERS THE POS, *
      *                FROM 900001 UP SO THEY NEVER MEET A STORE'S.    *
      *                A TRANSFER WITH NOTHING PICKED IS CANCELLED SO  *
      *                THE NEXT NIGHT CAN PICK IT AGAIN.               *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC104.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO PICKCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT SUGGEST-FILE   ASSIGN TO COMPRSUG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-SUG-STATUS.
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
           SELECT TRF-MASTER     ASSIGN TO TRFMAST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TRF-STATUS.
      *
           SELECT TRAN-FILE      ASSIGN TO TRFTRAN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TRN-STATUS.
      *
           SELECT NUMBER-FILE    ASSIGN TO PICKNUM
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-NUM-STATUS.
      *
           SELECT PICK-FILE      ASSIGN TO PICKLST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PCK-STATUS.
      *
           SELECT CONFIRM-FILE   ASSIGN TO PICKCNF
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CNF-STATUS.
      *
           SELECT ADJUST-FILE    ASSIGN TO STKADJ
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ADJ-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO PICKRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO PICKEXC
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
               88  CTL-MODO-SEPARAR   VALUE 'S'.
               88  CTL-MODO-CONFIRMAR VALUE 'C'.
      *
      * EXERC011'S PER-STORE REPLENISHMENT SUGGESTIONS OF THE NIGHT.
       FD  SUGGEST-FILE.
       01  SUG-REC.
           05  SUG-BARCODE        PIC X(13).
           05  SUG-DESCRICAO      PIC X(30).
           05  SUG-QTD-ESTOQUE    PIC 9(05)V9(02).
           05  SUG-QTD-SUGERIDA   PIC 9(05).
           05  SUG-LOJA           PIC 9(02).
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
               88  TRF-ABERTA     VALUE 'P' 'T'.
      *
       FD  TRAN-FILE.
       01  TRN-REC.
           05  TRN-TIPO           PIC X(01).
           05  TRN-NUMERO         PIC 9(06).
           05  TRN-DATA           PIC 9(08).
           05  TRN-LOJA-ORIGEM    PIC 9(02).
           05  TRN-LOJA-DESTINO   PIC 9(02).
           05  TRN-BARCODE        PIC X(13).
           05  TRN-QTD            PIC 9(05)V9(02).
      *
       FD  NUMBER-FILE.
       01  NUM-REC.
           05  NUM-PROXIMA-TRF    PIC 9(06).
      *
      * ONE PICK LINE - WRITTEN BY MODE 'S' WITH THE PICKED QUANTITY
      * AND PICKER ZEROED/BLANK; THE WAREHOUSE FILLS THEM IN AND THE
      * SAME LAYOUT COMES BACK AS PICKCNF.
       FD  PICK-FILE.
       01  PCK-REC.
           05  PCK-NUMERO         PIC 9(06).
           05  PCK-LOJA           PIC 9(02).
           05  PCK-SEQ            PIC 9(04).
           05  PCK-LINHA          PIC 9(02).
           05  PCK-COLUNA         PIC 9(02).
           05  PCK-BARCODE        PIC X(13).
           05  PCK-QTD-PEDIDA     PIC 9(05)V9(02).
           05  PCK-QTD-SEPARADA   PIC 9(05)V9(02).
           05  PCK-SEPARADOR      PIC X(08).
           05  PCK-DATA           PIC 9(08).
      *
       FD  CONFIRM-FILE.
       01  CNF-REC.
           05  CNF-NUMERO         PIC 9(06).
           05  CNF-LOJA           PIC 9(02).
           05  CNF-SEQ            PIC 9(04).
           05  CNF-LINHA          PIC 9(02).
           05  CNF-COLUNA         PIC 9(02).
           05  CNF-BARCODE        PIC X(13).
           05  CNF-QTD-PEDIDA     PIC 9(05)V9(02).
           05  CNF-QTD-SEPARADA   PIC 9(05)V9(02).
           05  CNF-SEPARADOR      PIC X(08).
           05  CNF-DATA           PIC 9(08).
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
       01  WS-SUG-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-BIN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-BINN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TRF-STATUS          PIC X(02) VALUE SPACES.
       01  WS-TRN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-NUM-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PCK-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CNF-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ADJ-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
       01  WS-EOF-SUG             PIC X(01) VALUE 'N'.
       01  WS-EOF-MAP             PIC X(01) VALUE 'N'.
       01  WS-EOF-BIN             PIC X(01) VALUE 'N'.
       01  WS-EOF-TRF             PIC X(01) VALUE 'N'.
       01  WS-EOF-CNF             PIC X(01) VALUE 'N'.
       01  WS-EOF-TRN             PIC X(01) VALUE 'N'.
      *
      * THE WAREHOUSE IS STORE 00 ON THE TRANSFER FILES.
       01  WS-LOJA-DEPOSITO       PIC 9(02) VALUE ZEROES.
      *
      * BIN BALANCES - LOADED FROM BINFILE, DRAWN DOWN AS LINES ARE
      * ALLOCATED ('S') OR PICKS CONFIRMED ('C').
       01  WS-BIN-TAB.
           05  WS-BIN-LINHA-T     OCCURS 1 TO 1000 TIMES
                                   DEPENDING ON WS-BIN-COUNT.
               10  WS-BN-LINHA      PIC 9(02).
               10  WS-BN-COLUNA     PIC 9(02).
               10  WS-BN-QTD        PIC 9(04)V9(02).
       01  WS-BIN-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-BIN-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-BUSCA-LINHA         PIC 9(02) VALUE ZEROES.
       01  WS-BUSCA-COLUNA        PIC 9(02) VALUE ZEROES.
      *
      * ITEM-TO-BIN MAP - AN ITEM MAY BE HELD IN MORE THAN ONE BIN.
       01  WS-MAP-TAB.
           05  WS-MAP-LINHA-T     OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-MAP-COUNT.
               10  WS-MP-ITEM       PIC X(13).
               10  WS-MP-LINHA      PIC 9(02).
               10  WS-MP-COLUNA     PIC 9(02).
       01  WS-MAP-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-M                   PIC 9(04) VALUE ZEROES.
      *
      * WAREHOUSE TRANSFERS STILL OPEN ON TRFMAST - STORE AND ITEM.
       01  WS-ABR-TAB.
           05  WS-ABR-LINHA-T     OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-ABR-COUNT.
               10  WS-AB-LOJA       PIC 9(02).
               10  WS-AB-BARCODE    PIC X(13).
       01  WS-ABR-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-A                   PIC 9(04) VALUE ZEROES.
       01  WS-ABERTA              PIC X(01) VALUE 'N'.
      *
      * WAREHOUSE REQUESTS ALREADY ON TRFTRAN WITH TONIGHT'S DATE -
      * LEFT BY AN EARLIER RUN OF THE SAME NIGHT AND NOT YET TAKEN
      * UP BY EXERC100.
       01  WS-SOL-TAB.
           05  WS-SOL-LINHA-T     OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-SOL-COUNT.
               10  WS-SO-LOJA       PIC 9(02).
               10  WS-SO-BARCODE    PIC X(13).
               10  WS-SO-NUMERO     PIC 9(06).
       01  WS-SOL-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-SOL-IDX             PIC 9(04) VALUE ZEROES.
      *
      * THE PICK LINES, KEPT IN WALK ORDER AS THEY ARE ALLOCATED -
      * STORE, ROW, THEN THE COLUMN IN THE DIRECTION THE ROW IS
      * WALKED.
       01  WS-PCK-TAB.
           05  WS-PCK-LINHA-T     OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-PCK-COUNT.
               10  WS-PK-ORDEM.
                   15  WS-PK-LOJA       PIC 9(02).
                   15  WS-PK-LINHA      PIC 9(02).
                   15  WS-PK-PASSO      PIC 9(02).
                   15  WS-PK-BARCODE    PIC X(13).
               10  WS-PK-COLUNA     PIC 9(02).
               10  WS-PK-DESCRICAO  PIC X(30).
               10  WS-PK-QTD        PIC 9(05)V9(02).
               10  WS-PK-NUMERO     PIC 9(06).
       01  WS-PCK-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-P                   PIC 9(04) VALUE ZEROES.
       01  WS-NOVA-ORDEM.
           05  WS-NO-LOJA         PIC 9(02).
           05  WS-NO-LINHA        PIC 9(02).
           05  WS-NO-PASSO        PIC 9(02).
           05  WS-NO-BARCODE      PIC X(13).
       01  WS-POS                 PIC 9(04) VALUE ZEROES.
       01  WS-METADE              PIC 9(02) VALUE ZEROES.
       01  WS-RESTO               PIC 9(01) VALUE ZEROES.
      *
      * MODE 'C' - WHAT WAS ASKED FOR AND PICKED PER TRANSFER.
       01  WS-CNT-TAB.
           05  WS-CNT-LINHA-T     OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-CNT-COUNT.
               10  WS-CT-NUMERO     PIC 9(06).
               10  WS-CT-LOJA       PIC 9(02).
               10  WS-CT-BARCODE    PIC X(13).
               10  WS-CT-PEDIDA     PIC 9(05)V9(02).
               10  WS-CT-SEPARADA   PIC 9(05)V9(02).
       01  WS-CNT-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-C                   PIC 9(04) VALUE ZEROES.
       01  WS-CNT-IDX             PIC 9(04) VALUE ZEROES.
      *
       01  WS-PRIMEIRA-TRF        PIC 9(06) VALUE 900001.
       01  WS-PROXIMA-TRF         PIC 9(06) VALUE ZEROES.
       01  WS-NUMERO-ATUAL        PIC 9(06) VALUE ZEROES.
       01  WS-QTD-FALTANDO        PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-QTD-ALOCADA         PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-QTD-TOMADA          PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-QTD-SEPARADA        PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-QTD-FALTA           PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-LINHA-OK            PIC X(01) VALUE 'S'.
       01  WS-LOJA-FOLHA          PIC 9(02) VALUE ZEROES.
       01  WS-SEQ                 PIC 9(04) VALUE ZEROES.
       01  WS-TOT-FOLHA           PIC 9(07)V9(02) VALUE ZEROES.
      *
       01  WS-QTD-DEMANDAS        PIC 9(05) VALUE ZEROES.
       01  WS-QTD-JA-ABERTAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-JA-SOLICITADAS  PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SEM-SALDO       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-TRANSF          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-LINHAS          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-FOLHAS          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-CONFIRMADAS     PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-CURTAS          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-DESPACHOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-CANCELADAS      PIC 9(05) VALUE ZEROES.
      *
       01  WS-STORE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(30)
                                   VALUE 'LISTA DE SEPARACAO - LOJA '.
           05  WS-SL-LOJA         PIC 9(02).
      *
       01  WS-PICK-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(06) VALUE 'SEQ'.
           05  FILLER             PIC X(08) VALUE 'BIN'.
           05  FILLER             PIC X(15) VALUE 'ITEM'.
           05  FILLER             PIC X(32) VALUE 'DESCRICAO'.
           05  FILLER             PIC X(12) VALUE '   QUANT.'.
           05  FILLER             PIC X(10) VALUE 'TRANSF.'.
           05  FILLER             PIC X(20) VALUE 'SEPARADO'.
      *
       01  WS-PICK-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-PL-SEQ          PIC ZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-PL-LINHA        PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-PL-COLUNA       PIC 9(02).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-PL-BARCODE      PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-PL-DESCRICAO    PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-PL-QTD          PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-PL-NUMERO       PIC 9(06).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE '____________'.
      *
       01  WS-CONF-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(09) VALUE 'TRANSF.'.
           05  FILLER             PIC X(06) VALUE 'LOJA'.
           05  FILLER             PIC X(08) VALUE 'BIN'.
           05  FILLER             PIC X(15) VALUE 'ITEM'.
           05  FILLER             PIC X(13) VALUE '    PEDIDA'.
           05  FILLER             PIC X(13) VALUE '  SEPARADA'.
           05  FILLER             PIC X(13) VALUE '     FALTA'.
           05  FILLER             PIC X(10) VALUE 'SEPARADOR'.
      *
       01  WS-CONF-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CL-NUMERO       PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-CL-LOJA         PIC 9(02).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-CL-LINHA        PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-CL-COLUNA       PIC 9(02).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-CL-BARCODE      PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CL-PEDIDA       PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-CL-SEPARADA     PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-CL-FALTA        PIC ZZ.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-CL-SEPARADOR    PIC X(08).
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
           05  WS-EX-LOJA         PIC 9(02).
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
           IF CTL-MODO-SEPARAR
             PERFORM CARREGAR-MAPA
               WITH TEST AFTER
               UNTIL WS-EOF-MAP IS EQUAL TO 'Y'
             PERFORM CARREGAR-ABERTAS
             PERFORM ALOCAR-DEMANDA
               WITH TEST AFTER
               UNTIL WS-EOF-SUG IS EQUAL TO 'Y'
             PERFORM EMITIR-FOLHAS
             PERFORM GRAVAR-PROXIMO-NUMERO
           ELSE
             PERFORM PROCESSAR-CONFIRMACAO
               WITH TEST AFTER
               UNTIL WS-EOF-CNF IS EQUAL TO 'Y'
             PERFORM DESPACHAR-TRANSFERENCIAS
             PERFORM GRAVAR-NOVO-BINFILE
           END-IF.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC104' TO WS-EXL-PROGRAMA.
           MOVE 'PICKEXC ' TO WS-EXL-ARQUIVO.
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
           IF NOT CTL-MODO-SEPARAR AND NOT CTL-MODO-CONFIRMAR
             DISPLAY 'EXERC104 - MODO INVALIDO NO PICKCTL: ' CTL-MODO
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           OPEN INPUT  BIN-FILE.
           MOVE WS-BIN-STATUS TO WS-FILE-STATUS.
           MOVE 'BIN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF CTL-MODO-SEPARAR
             OPEN INPUT SUGGEST-FILE
             MOVE WS-SUG-STATUS  TO WS-FILE-STATUS
             MOVE 'SUGGEST-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             OPEN INPUT ITEMBIN-FILE
             MOVE WS-MAP-STATUS  TO WS-FILE-STATUS
             MOVE 'ITEMBIN-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             OPEN OUTPUT PICK-FILE
             MOVE WS-PCK-STATUS  TO WS-FILE-STATUS
             MOVE 'PICK-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-PROXIMO-NUMERO
             PERFORM CARREGAR-SOLICITADAS
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
           OPEN EXTEND TRAN-FILE.
           MOVE WS-TRN-STATUS  TO WS-FILE-STATUS.
           MOVE 'TRAN-FILE'    TO WS-FILE-ID.
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
           MOVE 'EXERC104'                    TO RP-HDR-PROGRAM.
           IF CTL-MODO-SEPARAR
             MOVE 'SEPARACAO PARA REPOSICAO'  TO RP-HDR-TITLE
           ELSE
             MOVE 'CONFIRMACAO DE SEPARACAO'  TO RP-HDR-TITLE
             PERFORM IMPRIMIR-CABECALHO
             MOVE WS-CONF-HEADER              TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
       IMPRIMIR-CABECALHO.
           MOVE WS-RUN-DATE-EDIT TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO       TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * THE NEXT WAREHOUSE TRANSFER NUMBER LIVES ON THE ONE-RECORD
      * PICKNUM CONTROL - READ HERE, REWRITTEN AT THE END OF THE RUN.
      * WAREHOUSE TRANSFERS ARE NUMBERED FROM 900001 UP, CLEAR OF THE
      * NUMBERS THE STORES KEY ON THEIR OWN TRFTRAN REQUESTS.
       LER-PROXIMO-NUMERO.
           OPEN I-O NUMBER-FILE.
           MOVE WS-NUM-STATUS  TO WS-FILE-STATUS.
           MOVE 'NUMBER-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           READ NUMBER-FILE.
           MOVE WS-NUM-STATUS  TO WS-FILE-STATUS.
           MOVE 'NUMBER-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE NUM-PROXIMA-TRF TO WS-PROXIMA-TRF.
           IF WS-PROXIMA-TRF IS LESS THAN WS-PRIMEIRA-TRF
             MOVE WS-PRIMEIRA-TRF TO WS-PROXIMA-TRF
           END-IF.
      *
       GRAVAR-PROXIMO-NUMERO.
           MOVE WS-PROXIMA-TRF TO NUM-PROXIMA-TRF.
           REWRITE NUM-REC.
           MOVE WS-NUM-STATUS  TO WS-FILE-STATUS.
           MOVE 'NUMBER-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           CLOSE NUMBER-FILE.
      *
      * A RERUN OF MODE 'S' ON THE SAME NIGHT FINDS ITS EARLIER
      * REQUESTS ON TRFTRAN. THEY ARE KEPT SO THE STORE/ITEM IS
      * PICKED AGAIN UNDER THE SAME TRANSFER NUMBER WITHOUT A SECOND
      * REQUEST, AND THE NEXT NUMBER MOVES PAST THEM IN CASE THE
      * EARLIER RUN ENDED BEFORE PICKNUM WAS REWRITTEN.
       CARREGAR-SOLICITADAS.
           OPEN INPUT TRAN-FILE.
           MOVE WS-TRN-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'TRAN-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-SOLICITACAO
               WITH TEST AFTER
               UNTIL WS-EOF-TRN IS EQUAL TO 'Y'
             CLOSE TRAN-FILE
           END-IF.
      *
       LER-SOLICITACAO.
           READ TRAN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-TRN
           END-READ.
           MOVE WS-TRN-STATUS TO WS-FILE-STATUS.
           MOVE 'TRAN-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-TRN IS NOT EQUAL TO 'Y'
             IF TRN-TIPO IS EQUAL TO 'S' AND
                TRN-LOJA-ORIGEM IS EQUAL TO WS-LOJA-DEPOSITO AND
                TRN-DATA IS EQUAL TO WS-RUN-DATE-NUM
               IF WS-SOL-COUNT IS NOT LESS THAN 5000
                 DISPLAY 'EXERC104 - MAIS DE 5000 PEDIDOS DO DIA NO '
                         'TRFTRAN - RODADA ABORTADA'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-SOL-COUNT
               MOVE TRN-LOJA-DESTINO TO WS-SO-LOJA(WS-SOL-COUNT)
               MOVE TRN-BARCODE      TO WS-SO-BARCODE(WS-SOL-COUNT)
               MOVE TRN-NUMERO       TO WS-SO-NUMERO(WS-SOL-COUNT)
               IF TRN-NUMERO IS NOT LESS THAN WS-PROXIMA-TRF
                 COMPUTE WS-PROXIMA-TRF = TRN-NUMERO + 1
               END-IF
             END-IF
           END-IF.
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
               DISPLAY 'EXERC104 - MAIS DE 1000 BINS - RODADA'
                       ' ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-BIN-COUNT
             MOVE BIN-LINHA  TO WS-BN-LINHA(WS-BIN-COUNT)
             MOVE BIN-COLUNA TO WS-BN-COLUNA(WS-BIN-COUNT)
             MOVE BIN-QTD    TO WS-BN-QTD(WS-BIN-COUNT)
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
      * NO TRFMAST YET (STATUS 35) MEANS NO TRANSFER IS OPEN.
       CARREGAR-ABERTAS.
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
             IF TRF-LOJA-ORIGEM IS EQUAL TO WS-LOJA-DEPOSITO AND
                TRF-ABERTA
               IF WS-ABR-COUNT IS NOT LESS THAN 5000
                 DISPLAY 'EXERC104 - MAIS DE 5000 TRANSFERENCIAS '
                         'ABERTAS - RODADA ABORTADA'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-ABR-COUNT
               MOVE TRF-LOJA-DESTINO TO WS-AB-LOJA(WS-ABR-COUNT)
               MOVE TRF-BARCODE      TO WS-AB-BARCODE(WS-ABR-COUNT)
             END-IF
           END-IF.
      *
      * ONE COMPRSUG ROW IS ONE STORE'S NEED FOR ONE ITEM. IT IS
      * TAKEN FROM THE ITEM'S BINS IN MAP ORDER UNTIL COVERED OR THE
      * BINS RUN DRY; WHAT WAS ALLOCATED IS REQUESTED AS ONE
      * WAREHOUSE TRANSFER.
       ALOCAR-DEMANDA.
           READ SUGGEST-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SUG
           END-READ.
           MOVE WS-SUG-STATUS  TO WS-FILE-STATUS.
           MOVE 'SUGGEST-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-SUG IS NOT EQUAL TO 'Y' AND
              SUG-QTD-SUGERIDA IS GREATER THAN ZEROES
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-DEMANDAS
             PERFORM VERIFICAR-ABERTA
             IF WS-ABERTA IS EQUAL TO 'S'
               ADD 1 TO WS-QTD-JA-ABERTAS
             ELSE
               PERFORM ALOCAR-NOS-BINS
             END-IF
           END-IF.
      *
       VERIFICAR-ABERTA.
           MOVE 'N' TO WS-ABERTA.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ABR-COUNT
             IF WS-AB-LOJA(WS-A) IS EQUAL TO SUG-LOJA AND
                WS-AB-BARCODE(WS-A) IS EQUAL TO SUG-BARCODE
               MOVE 'S' TO WS-ABERTA
               MOVE WS-ABR-COUNT TO WS-A
             END-IF
           END-PERFORM.
      *
       ALOCAR-NOS-BINS.
           MOVE SUG-QTD-SUGERIDA TO WS-QTD-FALTANDO.
           MOVE ZEROES           TO WS-QTD-ALOCADA.
           PERFORM VERIFICAR-SOLICITADA.
           IF WS-SOL-IDX IS EQUAL TO ZEROES
             MOVE WS-PROXIMA-TRF TO WS-NUMERO-ATUAL
           ELSE
             MOVE WS-SO-NUMERO(WS-SOL-IDX) TO WS-NUMERO-ATUAL
           END-IF.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MAP-COUNT OR
                         WS-QTD-FALTANDO IS EQUAL TO ZEROES
             IF WS-MP-ITEM(WS-M) IS EQUAL TO SUG-BARCODE
               MOVE WS-MP-LINHA(WS-M)  TO WS-BUSCA-LINHA
               MOVE WS-MP-COLUNA(WS-M) TO WS-BUSCA-COLUNA
               PERFORM LOCALIZAR-BIN
               IF WS-BIN-IDX IS GREATER THAN ZEROES AND
                  WS-BN-QTD(WS-BIN-IDX) IS GREATER THAN ZEROES
                 IF WS-BN-QTD(WS-BIN-IDX) IS LESS THAN
                    WS-QTD-FALTANDO
                   MOVE WS-BN-QTD(WS-BIN-IDX) TO WS-QTD-TOMADA
                 ELSE
                   MOVE WS-QTD-FALTANDO TO WS-QTD-TOMADA
                 END-IF
                 SUBTRACT WS-QTD-TOMADA FROM WS-BN-QTD(WS-BIN-IDX)
                 SUBTRACT WS-QTD-TOMADA FROM WS-QTD-FALTANDO
                 ADD WS-QTD-TOMADA TO WS-QTD-ALOCADA
                 PERFORM INCLUIR-LINHA-SEPARACAO
               END-IF
             END-IF
           END-PERFORM.
      *
           IF WS-QTD-ALOCADA IS GREATER THAN ZEROES AND
              WS-SOL-IDX IS GREATER THAN ZEROES
             ADD 1 TO WS-QTD-JA-SOLICITADAS
           END-IF.
           IF WS-QTD-ALOCADA IS GREATER THAN ZEROES AND
              WS-SOL-IDX IS EQUAL TO ZEROES
             ADD 1 TO WS-PROXIMA-TRF
             ADD 1 TO WS-QTD-TRANSF
             MOVE 'S'              TO TRN-TIPO
             MOVE WS-NUMERO-ATUAL  TO TRN-NUMERO
             MOVE WS-RUN-DATE-NUM  TO TRN-DATA
             MOVE WS-LOJA-DEPOSITO TO TRN-LOJA-ORIGEM
             MOVE SUG-LOJA         TO TRN-LOJA-DESTINO
             MOVE SUG-BARCODE      TO TRN-BARCODE
             MOVE WS-QTD-ALOCADA   TO TRN-QTD
             PERFORM GRAVAR-TRANSACAO
           END-IF.
      *
           IF WS-QTD-FALTANDO IS GREATER THAN ZEROES
             ADD 1 TO WS-QTD-SEM-SALDO
             MOVE SUG-LOJA        TO WS-EX-LOJA
             MOVE SUG-BARCODE     TO WS-EX-BARCODE
             MOVE WS-QTD-FALTANDO TO WS-EX-QTD
             IF WS-QTD-ALOCADA IS EQUAL TO ZEROES
               MOVE 'SEM SALDO NOS BINS DO ITEM - NADA SEPARADO'
                 TO WS-EX-LIT
             ELSE
               MOVE 'SALDO DOS BINS NAO COBRE A REPOSICAO - FALTA'
                 TO WS-EX-LIT
             END-IF
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
       VERIFICAR-SOLICITADA.
           MOVE ZEROES TO WS-SOL-IDX.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-SOL-COUNT
             IF WS-SO-LOJA(WS-A) IS EQUAL TO SUG-LOJA AND
                WS-SO-BARCODE(WS-A) IS EQUAL TO SUG-BARCODE
               MOVE WS-A TO WS-SOL-IDX
               MOVE WS-SOL-COUNT TO WS-A
             END-IF
           END-PERFORM.
      *
       LOCALIZAR-BIN.
           MOVE ZEROES TO WS-BIN-IDX.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-BIN-COUNT
             IF WS-BN-LINHA(WS-P) IS EQUAL TO WS-BUSCA-LINHA AND
                WS-BN-COLUNA(WS-P) IS EQUAL TO WS-BUSCA-COLUNA
               MOVE WS-P TO WS-BIN-IDX
               MOVE WS-BIN-COUNT TO WS-P
             END-IF
           END-PERFORM.
      *
      * THE SERPENTINE WALK - ODD ROWS ARE WALKED UP THE COLUMNS AND
      * EVEN ROWS BACK DOWN, SO THE PICKER NEVER DOUBLES BACK. THE
      * LINE GOES INTO THE TABLE AT ITS PLACE IN THE WALK.
       INCLUIR-LINHA-SEPARACAO.
           IF WS-PCK-COUNT IS NOT LESS THAN 3000
             DISPLAY 'EXERC104 - MAIS DE 3000 LINHAS DE SEPARACAO - '
                     'RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE SUG-LOJA        TO WS-NO-LOJA.
           MOVE WS-BUSCA-LINHA  TO WS-NO-LINHA.
           MOVE SUG-BARCODE     TO WS-NO-BARCODE.
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
                   UNTIL WS-P > WS-PCK-COUNT
             IF WS-PK-ORDEM(WS-P) IS NOT GREATER THAN WS-NOVA-ORDEM
               COMPUTE WS-POS = WS-P + 1
             END-IF
           END-PERFORM.
      *
           ADD 1 TO WS-PCK-COUNT.
           PERFORM VARYING WS-P FROM WS-PCK-COUNT BY -1
                   UNTIL WS-P NOT GREATER THAN WS-POS
             MOVE WS-PCK-LINHA-T(WS-P - 1) TO WS-PCK-LINHA-T(WS-P)
           END-PERFORM.
      *
           MOVE WS-NOVA-ORDEM    TO WS-PK-ORDEM(WS-POS).
           MOVE WS-BUSCA-COLUNA  TO WS-PK-COLUNA(WS-POS).
           MOVE SUG-DESCRICAO    TO WS-PK-DESCRICAO(WS-POS).
           MOVE WS-QTD-TOMADA    TO WS-PK-QTD(WS-POS).
           MOVE WS-NUMERO-ATUAL  TO WS-PK-NUMERO(WS-POS).
      *
      * ONE SHEET PER STORE, A NEW PAGE EACH, LINES IN WALK ORDER;
      * EVERY LINE ALSO GOES TO PICKLST FOR THE CONFIRMATION RUN.
       EMITIR-FOLHAS.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PCK-COUNT
             IF WS-P IS EQUAL TO 1 OR
                WS-PK-LOJA(WS-P) IS NOT EQUAL TO WS-LOJA-FOLHA
               IF WS-P IS GREATER THAN 1
                 PERFORM FECHAR-FOLHA
               END-IF
               PERFORM ABRIR-FOLHA
             END-IF
             ADD 1 TO WS-SEQ
             PERFORM IMPRIMIR-LINHA-SEPARACAO
           END-PERFORM.
           IF WS-PCK-COUNT IS GREATER THAN ZEROES
             PERFORM FECHAR-FOLHA
           ELSE
             PERFORM IMPRIMIR-CABECALHO
           END-IF.
      *
       ABRIR-FOLHA.
           MOVE WS-PK-LOJA(WS-P) TO WS-LOJA-FOLHA.
           MOVE ZEROES           TO WS-SEQ
                                    WS-TOT-FOLHA.
           ADD 1 TO WS-QTD-FOLHAS.
           PERFORM IMPRIMIR-CABECALHO.
           MOVE WS-LOJA-FOLHA    TO WS-SL-LOJA.
           MOVE WS-STORE-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-PICK-HEADER   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       IMPRIMIR-LINHA-SEPARACAO.
           MOVE WS-SEQ                 TO WS-PL-SEQ.
           MOVE WS-PK-LINHA(WS-P)      TO WS-PL-LINHA.
           MOVE WS-PK-COLUNA(WS-P)     TO WS-PL-COLUNA.
           MOVE WS-PK-BARCODE(WS-P)    TO WS-PL-BARCODE.
           MOVE WS-PK-DESCRICAO(WS-P)  TO WS-PL-DESCRICAO.
           MOVE WS-PK-QTD(WS-P)        TO WS-PL-QTD.
           MOVE WS-PK-NUMERO(WS-P)     TO WS-PL-NUMERO.
           MOVE WS-PICK-LINE           TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-PK-NUMERO(WS-P)     TO PCK-NUMERO.
           MOVE WS-PK-LOJA(WS-P)       TO PCK-LOJA.
           MOVE WS-SEQ                 TO PCK-SEQ.
           MOVE WS-PK-LINHA(WS-P)      TO PCK-LINHA.
           MOVE WS-PK-COLUNA(WS-P)     TO PCK-COLUNA.
           MOVE WS-PK-BARCODE(WS-P)    TO PCK-BARCODE.
           MOVE WS-PK-QTD(WS-P)        TO PCK-QTD-PEDIDA.
           MOVE ZEROES                 TO PCK-QTD-SEPARADA.
           MOVE SPACES                 TO PCK-SEPARADOR.
           MOVE WS-RUN-DATE-NUM        TO PCK-DATA.
           WRITE PCK-REC.
           MOVE WS-PCK-STATUS  TO WS-FILE-STATUS.
           MOVE 'PICK-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
           ADD 1 TO WS-QTD-LINHAS.
           ADD WS-PK-QTD(WS-P) TO WS-TOT-FOLHA.
           ADD WS-PK-QTD(WS-P) TO WS-CONTROL-TOT.
      *
       FECHAR-FOLHA.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TOTAL A SEPARAR PARA A LOJA:' TO WS-TT-LIT.
           MOVE WS-TOT-FOLHA                   TO WS-TT-VALOR.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * MODE 'C' - ONE CONFIRMED PICK LINE. THE FIRST PROBLEM FOUND
      * REJECTS IT AND IT COUNTS AS NOTHING PICKED.
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
               PERFORM ACUMULAR-TRANSFERENCIA
               IF CNF-QTD-SEPARADA IS GREATER THAN ZEROES
                 PERFORM BAIXAR-BIN
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
             WHEN CNF-NUMERO IS NOT NUMERIC OR
                  CNF-LOJA IS NOT NUMERIC OR
                  CNF-LINHA IS NOT NUMERIC OR
                  CNF-COLUNA IS NOT NUMERIC OR
                  CNF-QTD-PEDIDA IS NOT NUMERIC OR
                  CNF-QTD-SEPARADA IS NOT NUMERIC
               MOVE 'CAMPO NUMERICO INVALIDO NA CONFIRMACAO'
                 TO WS-EX-LIT
               PERFORM REJEITAR-CONFIRMACAO
             WHEN CNF-QTD-SEPARADA IS GREATER THAN CNF-QTD-PEDIDA
               MOVE 'SEPARADO MAIS DO QUE O PEDIDO - REJEITADA'
                 TO WS-EX-LIT
               PERFORM REJEITAR-CONFIRMACAO
             WHEN CNF-QTD-SEPARADA IS GREATER THAN ZEROES AND
                  CNF-SEPARADOR IS EQUAL TO SPACES
               MOVE 'CONFIRMACAO SEM SEPARADOR - REJEITADA'
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
                 IF WS-BN-QTD(WS-BIN-IDX) IS LESS THAN
                    CNF-QTD-SEPARADA
                   MOVE 'SALDO DO BIN MENOR QUE O SEPARADO - REJEITADA'
                     TO WS-EX-LIT
                   PERFORM REJEITAR-CONFIRMACAO
                 END-IF
               END-IF
           END-EVALUATE.
      *
       REJEITAR-CONFIRMACAO.
           MOVE 'N' TO WS-LINHA-OK.
           ADD 1 TO WS-QTD-REJEITADAS.
           MOVE CNF-LOJA         TO WS-EX-LOJA.
           MOVE CNF-BARCODE      TO WS-EX-BARCODE.
           IF CNF-QTD-SEPARADA IS NUMERIC
             MOVE CNF-QTD-SEPARADA TO WS-EX-QTD
           ELSE
             MOVE ZEROES           TO WS-EX-QTD
           END-IF.
           PERFORM GRAVAR-EXCECAO.
      *
      * THE PICKED QUANTITY LEAVES THE BIN - ON THE BINNEW MATRIX AND
      * AS A SIGNED STKADJ MOVEMENT SIGNED BY THE PICKER, SO THE
      * STOCK LEDGER TAKES IT OUT OF THE SAME BIN.
       BAIXAR-BIN.
           SUBTRACT CNF-QTD-SEPARADA FROM WS-BN-QTD(WS-BIN-IDX).
           MOVE CNF-LINHA        TO ADJ-LINHA.
           MOVE CNF-COLUNA       TO ADJ-COLUNA.
           MOVE CNF-BARCODE      TO ADJ-ITEM.
           COMPUTE ADJ-QTD = ZEROES - CNF-QTD-SEPARADA.
           MOVE 'SEPARACAO '     TO ADJ-MOTIVO.
           MOVE CNF-SEPARADOR    TO ADJ-ASSINATURA.
           WRITE ADJ-REC.
           MOVE WS-ADJ-STATUS  TO WS-FILE-STATUS.
           MOVE 'ADJUST-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
           ADD CNF-QTD-SEPARADA TO WS-CONTROL-TOT.
      *
       ACUMULAR-TRANSFERENCIA.
           MOVE ZEROES TO WS-CNT-IDX.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CNT-COUNT
             IF WS-CT-NUMERO(WS-C) IS EQUAL TO CNF-NUMERO
               MOVE WS-C TO WS-CNT-IDX
               MOVE WS-CNT-COUNT TO WS-C
             END-IF
           END-PERFORM.
      *
           IF WS-CNT-IDX IS EQUAL TO ZEROES
             IF WS-CNT-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC104 - MAIS DE 3000 TRANSFERENCIAS NA '
                       'CONFIRMACAO - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-CNT-COUNT
             MOVE WS-CNT-COUNT TO WS-CNT-IDX
             MOVE CNF-NUMERO   TO WS-CT-NUMERO(WS-CNT-IDX)
             MOVE CNF-LOJA     TO WS-CT-LOJA(WS-CNT-IDX)
             MOVE CNF-BARCODE  TO WS-CT-BARCODE(WS-CNT-IDX)
             MOVE ZEROES       TO WS-CT-PEDIDA(WS-CNT-IDX)
                                  WS-CT-SEPARADA(WS-CNT-IDX)
           END-IF.
           ADD CNF-QTD-PEDIDA   TO WS-CT-PEDIDA(WS-CNT-IDX).
           ADD CNF-QTD-SEPARADA TO WS-CT-SEPARADA(WS-CNT-IDX).
      *
      * A SHORT PICK IS PRINTED WITH ITS SHORTFALL AND LOGGED, SO THE
      * WAREHOUSE CAN CHASE THE BIN BALANCE.
       IMPRIMIR-CONFIRMACAO.
           COMPUTE WS-QTD-FALTA = CNF-QTD-PEDIDA - CNF-QTD-SEPARADA.
           MOVE CNF-NUMERO       TO WS-CL-NUMERO.
           MOVE CNF-LOJA         TO WS-CL-LOJA.
           MOVE CNF-LINHA        TO WS-CL-LINHA.
           MOVE CNF-COLUNA       TO WS-CL-COLUNA.
           MOVE CNF-BARCODE      TO WS-CL-BARCODE.
           MOVE CNF-QTD-PEDIDA   TO WS-CL-PEDIDA.
           MOVE CNF-QTD-SEPARADA TO WS-CL-SEPARADA.
           MOVE WS-QTD-FALTA     TO WS-CL-FALTA.
           MOVE CNF-SEPARADOR    TO WS-CL-SEPARADOR.
           MOVE WS-CONF-LINE     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-QTD-FALTA IS GREATER THAN ZEROES
             ADD 1 TO WS-QTD-CURTAS
             MOVE CNF-LOJA     TO WS-EX-LOJA
             MOVE CNF-BARCODE  TO WS-EX-BARCODE
             MOVE WS-QTD-FALTA TO WS-EX-QTD
             MOVE 'SEPARACAO PARCIAL - FALTA NO BIN'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
      * EVERY TRANSFER CONFIRMED IS DISPATCHED FROM THE WAREHOUSE
      * WITH WHAT WAS ACTUALLY PICKED; ONE WITH NOTHING PICKED IS
      * CANCELLED.
       DESPACHAR-TRANSFERENCIAS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CNT-COUNT
             MOVE WS-CT-NUMERO(WS-C)  TO TRN-NUMERO
             MOVE WS-RUN-DATE-NUM     TO TRN-DATA
             MOVE WS-LOJA-DEPOSITO    TO TRN-LOJA-ORIGEM
             MOVE WS-CT-LOJA(WS-C)    TO TRN-LOJA-DESTINO
             MOVE WS-CT-BARCODE(WS-C) TO TRN-BARCODE
             IF WS-CT-SEPARADA(WS-C) IS GREATER THAN ZEROES
               MOVE 'D'                  TO TRN-TIPO
               MOVE WS-CT-SEPARADA(WS-C) TO TRN-QTD
               ADD 1 TO WS-QTD-DESPACHOS
             ELSE
               MOVE 'C'                  TO TRN-TIPO
               MOVE ZEROES               TO TRN-QTD
               ADD 1 TO WS-QTD-CANCELADAS
             END-IF
             PERFORM GRAVAR-TRANSACAO
           END-PERFORM.
      *
       GRAVAR-TRANSACAO.
           WRITE TRN-REC.
           MOVE WS-TRN-STATUS  TO WS-FILE-STATUS.
           MOVE 'TRAN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
       GRAVAR-NOVO-BINFILE.
           OPEN OUTPUT BIN-NEW-FILE.
           MOVE WS-BINN-STATUS TO WS-FILE-STATUS.
           MOVE 'BIN-NEW-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-BIN-COUNT
             MOVE WS-BN-LINHA(WS-P)  TO BINN-LINHA
             MOVE WS-BN-COLUNA(WS-P) TO BINN-COLUNA
             MOVE WS-BN-QTD(WS-P)    TO BINN-QTD
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
           MOVE SPACES        TO WS-EXL-CHAVE.
           MOVE WS-EX-LOJA    TO WS-EXL-CHAVE(1:2).
           MOVE WS-EX-BARCODE TO WS-EXL-CHAVE(4:13).
           MOVE WS-EX-LIT     TO WS-EXL-MOTIVO.
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
      * THE CONTROL TOTAL IS THE QUANTITY PUT ON THE SHEETS ('S') OR
      * TAKEN OUT OF THE BINS ('C').
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF CTL-MODO-SEPARAR
             MOVE 'DEMANDAS LIDAS NO COMPRSUG:'      TO WS-SM-LIT
             MOVE WS-QTD-DEMANDAS                    TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 'JA COM TRANSFERENCIA ABERTA:'     TO WS-SM-LIT
             MOVE WS-QTD-JA-ABERTAS                  TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 'TRANSFERENCIAS SOLICITADAS:'      TO WS-SM-LIT
             MOVE WS-QTD-TRANSF                      TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 'PEDIDOS JA NO TRFTRAN (RERUN):'   TO WS-SM-LIT
             MOVE WS-QTD-JA-SOLICITADAS              TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 'LINHAS DE SEPARACAO:'             TO WS-SM-LIT
             MOVE WS-QTD-LINHAS                      TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 'FOLHAS (LOJAS):'                  TO WS-SM-LIT
             MOVE WS-QTD-FOLHAS                      TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 'DEMANDAS SEM SALDO SUFICIENTE:'   TO WS-SM-LIT
             MOVE WS-QTD-SEM-SALDO                   TO WS-SM-QTD
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
             MOVE 'SEPARACOES PARCIAIS:'             TO WS-SM-LIT
             MOVE WS-QTD-CURTAS                      TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 'TRANSFERENCIAS DESPACHADAS:'      TO WS-SM-LIT
             MOVE WS-QTD-DESPACHOS                   TO WS-SM-QTD
             MOVE WS-SUMMARY-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 'TRANSFERENCIAS CANCELADAS:'       TO WS-SM-LIT
             MOVE WS-QTD-CANCELADAS                  TO WS-SM-QTD
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
           IF CTL-MODO-SEPARAR
             CLOSE SUGGEST-FILE
             CLOSE ITEMBIN-FILE
             CLOSE PICK-FILE
           ELSE
             CLOSE CONFIRM-FILE
             CLOSE ADJUST-FILE
           END-IF.
           CLOSE CONTROL-FILE.
           CLOSE BIN-FILE.
           CLOSE TRAN-FILE.
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
           MOVE 'EXERC104' TO RLG-PROGRAMA.
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
