      ******************************************************************
      * FILE NAME   : EXERC101                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : DAILY EXPIRY RUN OVER THE LOTEVAL BATCHES OF THE *
      *               PERISHABLE ITEMS. A BATCH STILL HOLDING STOCK    *
      *               PAST ITS EXPIRY DATE IS WRITTEN OFF - A SIGNED   *
      *               STKADJ ADJUSTMENT WITH REASON 'VENCIDO' AT THE   *
      *               ITEM'S ITEMBIN BIN (SO THE LOSS REACHES THE      *
      *               STOCK LEDGER AND THE VARIANCE REPORT), THE       *
      *               ITEMFILE STOCK COMES DOWN AND A BAIXAVEN ROW AT  *
      *               COST FEEDS THE EXERC048 MARGIN REPORT. A BATCH   *
      *               EXPIRING WITHIN PARMMAST DIAS-VALIDAD DAYS IS    *
      *               LISTED WITH A SUGGESTED MARKDOWN PRICE           *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - EXPIRED GOODS WERE FOUND ON THE *
      *                SHELF INSTEAD OF ON A REPORT. THE MARKDOWN IS   *
      *                PARMMAST PCT-ULT-DIA (DEFAULT 50%) FOR A BATCH  *
      *                EXPIRING TODAY OR TOMORROW AND PCT-PROXIMO      *
      *                (DEFAULT 25%) FOR THE REST OF THE WINDOW. A     *
      *                WRITTEN-OFF BATCH STAYS ON LOTEVAL AS 'B' AND   *
      *                IS SKIPPED BY A RERUN; SOLD-OUT AND WRITTEN-OFF *
      *                BATCHES ARE DELETED 30 DAYS AFTER EXPIRY.       *
      * 2026-10-15 JM  ITEM-REC CARRIES THE NEW ITEM-UNIDADE AND ITEM- *
      *                CONTEUDO (UNIT OF MEASURE AND NET CONTENT FOR   *
      *                THE SHELF LABELS), SO THE ITEMFILE RECORD       *
      *                MATCHES THE 82-BYTE MASTER.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC101.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOT-FILE       ASSIGN TO LOTEVAL
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS LTV-CHAVE
                                  FILE STATUS IS WS-LTV-STATUS.
      *
           SELECT ITEM-FILE      ASSIGN TO ITEMFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS ITEM-BARCODE
                                  FILE STATUS IS WS-ITEM-STATUS.
      *
           SELECT ITEMBIN-FILE   ASSIGN TO ITEMBIN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MAP-STATUS.
      *
           SELECT ADJUST-FILE    ASSIGN TO STKADJ
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ADJ-STATUS.
      *
           SELECT LOSS-FILE      ASSIGN TO BAIXAVEN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-VEN-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO VALRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO VALEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE PERISHABLE BATCH, REGISTERED BY EXERC046 AND CONSUMED
      * FIRST-EXPIRING-FIRST BY EXERC011.
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
       FD  ITEMBIN-FILE.
       01  MAP-REC.
           05  MAP-ITEM           PIC X(13).
           05  MAP-LINHA          PIC 9(02).
           05  MAP-COLUNA         PIC 9(02).
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
      * ONE WRITTEN-OFF BATCH AT ITEM COST - READ BY EXERC048 FOR
      * THE LOSS COLUMN OF THE MARGIN REPORT.
       FD  LOSS-FILE.
       01  VEN-REC.
           05  VEN-DATA           PIC 9(08).
           05  VEN-BARCODE        PIC X(13).
           05  VEN-LOTE           PIC X(10).
           05  VEN-VALIDADE       PIC 9(08).
           05  VEN-QTD            PIC 9(05)V9(02).
           05  VEN-CUSTO-UNIT     PIC 9(04)V9(02).
           05  VEN-VALOR          PIC 9(07)V9(02).
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
       01  WS-LTV-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ITEM-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ADJ-STATUS          PIC X(02) VALUE SPACES.
       01  WS-VEN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
           COPY CPYLCKWS.
           COPY CPYPRMWS.
       01  WS-EOF-LTV             PIC X(01) VALUE 'N'.
       01  WS-EOF-MAP             PIC X(01) VALUE 'N'.
      *
      * THE EXPIRY WINDOW AND THE TWO MARKDOWN STEPS - PARMMAST
      * OVERRIDES THE DEFAULTS.
       01  WS-DIAS-VALIDADE       PIC 9(03) VALUE 3.
       01  WS-PCT-ULTIMO-DIA      PIC 9(03) VALUE 50.
       01  WS-PCT-PROXIMO         PIC 9(03) VALUE 25.
       01  WS-DIAS-PURGA          PIC 9(03) VALUE 30.
       01  WS-DIAS-PARA-VENCER    PIC S9(07) VALUE ZEROES.
       01  WS-PCT-DESCONTO        PIC 9(03) VALUE ZEROES.
      *
      * ITEM-TO-BIN MAP - THE WRITE-OFF LANDS IN THE BIN THE
      * CHECKOUT SALES OF THE ITEM COME OUT OF.
       01  WS-MAP-TAB.
           05  WS-MAP-LINHA-T     OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-MAP-COUNT.
               10  WS-MP-ITEM       PIC X(13).
               10  WS-MP-LINHA      PIC 9(02).
               10  WS-MP-COLUNA     PIC 9(02).
       01  WS-MAP-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-M                   PIC 9(04) VALUE ZEROES.
       01  WS-MAPA-ACHADO         PIC X(01) VALUE 'N'.
       01  WS-ITEM-ACHADO         PIC X(01) VALUE 'N'.
      *
       01  WS-QTD-BAIXADA         PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-VALOR-BAIXA         PIC 9(07)V9(02) VALUE ZEROES.
       01  WS-PRECO-SUGERIDO      PIC 9(04)V9(02) VALUE ZEROES.
      *
       01  WS-QTD-LOTES           PIC 9(05) VALUE ZEROES.
       01  WS-QTD-VENCIDOS        PIC 9(05) VALUE ZEROES.
       01  WS-QTD-A-VENCER        PIC 9(05) VALUE ZEROES.
       01  WS-QTD-EXPURGADOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-EXCECOES        PIC 9(05) VALUE ZEROES.
       01  WS-TOT-PERDA           PIC 9(09)V9(02) VALUE ZEROES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(15) VALUE 'ITEM'.
           05  FILLER             PIC X(22) VALUE 'DESCRICAO'.
           05  FILLER             PIC X(12) VALUE 'LOTE'.
           05  FILLER             PIC X(10) VALUE 'VALIDADE'.
           05  FILLER             PIC X(07) VALUE '  DIAS'.
           05  FILLER             PIC X(12) VALUE '     SALDO'.
           05  FILLER             PIC X(10) VALUE '   PRECO'.
           05  FILLER             PIC X(11) VALUE ' SUGERIDO'.
           05  FILLER             PIC X(08) VALUE 'ACAO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-BARCODE      PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DESCRICAO    PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-LOTE         PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VALIDADE     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DIAS         PIC -ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-SALDO        PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-PRECO        PIC Z.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-SUGERIDO     PIC Z.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-ACAO         PIC X(08).
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
           05  WS-EX-BARCODE      PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-LOTE         PIC X(10).
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
           MOVE LOW-VALUES TO LTV-CHAVE.
           START LOT-FILE KEY IS NOT LESS THAN LTV-CHAVE
             INVALID KEY
               MOVE 'Y' TO WS-EOF-LTV
           END-START.
           IF WS-EOF-LTV IS NOT EQUAL TO 'Y'
             PERFORM PROCESSAR-LOTE
               WITH TEST AFTER
               UNTIL WS-EOF-LTV IS EQUAL TO 'Y'
           END-IF.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC101' TO WS-EXL-PROGRAMA.
           MOVE 'VALEXC  ' TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
      *
           PERFORM CARREGAR-PARAMETROS.
      *
           OPEN INPUT ITEMBIN-FILE.
           MOVE WS-MAP-STATUS  TO WS-FILE-STATUS.
           MOVE 'ITEMBIN-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM CARREGAR-MAPA
             WITH TEST AFTER
             UNTIL WS-EOF-MAP IS EQUAL TO 'Y'.
           CLOSE ITEMBIN-FILE.
      *
           MOVE 'EDUCNITE' TO WS-TRV-JOB.
           MOVE 'EXERC101' TO WS-TRV-PROGRAMA.
           MOVE 'ITEMFILE' TO WS-TRV-ARQUIVO.
           PERFORM TOMAR-TRAVA-ARQUIVO.
           MOVE 'LOTEVAL ' TO WS-TRV-ARQUIVO.
           PERFORM TOMAR-TRAVA-ARQUIVO.
      *
           OPEN I-O    LOT-FILE.
           MOVE WS-LTV-STATUS  TO WS-FILE-STATUS.
           MOVE 'LOT-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN I-O    ITEM-FILE.
           MOVE WS-ITEM-STATUS TO WS-FILE-STATUS.
           MOVE 'ITEM-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN EXTEND ADJUST-FILE.
           MOVE WS-ADJ-STATUS  TO WS-FILE-STATUS.
           MOVE 'ADJUST-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN EXTEND LOSS-FILE.
           MOVE WS-VEN-STATUS  TO WS-FILE-STATUS.
           MOVE 'LOSS-FILE'    TO WS-FILE-ID.
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
           MOVE 'EXERC101'                    TO RP-HDR-PROGRAM.
           MOVE 'VALIDADE DE PERECIVEIS'      TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * DIAS-VALIDAD, PCT-ULT-DIA AND PCT-PROXIMO ARE WHOLE NUMBERS IN
      * THE FIRST THREE POSITIONS ('005' = 5 DAYS, '030' = 30%).
       CARREGAR-PARAMETROS.
           MOVE 'EXERC101'     TO WS-PRM-PROGRAMA.
           MOVE 'DIAS-VALIDAD' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-VALIDADE
             END-IF
           END-IF.
      *
           MOVE 'PCT-ULT-DIA'  TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-PCT-ULTIMO-DIA
             END-IF
           END-IF.
      *
           MOVE 'PCT-PROXIMO'  TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-PCT-PROXIMO
             END-IF
           END-IF.
      *
           IF WS-PCT-ULTIMO-DIA IS GREATER THAN 100
             MOVE 100 TO WS-PCT-ULTIMO-DIA
           END-IF.
           IF WS-PCT-PROXIMO IS GREATER THAN 100
             MOVE 100 TO WS-PCT-PROXIMO
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
      * EVERY BATCH ON LOTEVAL IN KEY ORDER. ONLY AN ACTIVE BATCH WITH
      * STOCK LEFT IS WRITTEN OFF OR MARKED DOWN; A SOLD-OUT OR
      * WRITTEN-OFF ONE IS KEPT FOR DIAS-PURGA DAYS AFTER EXPIRY.
       PROCESSAR-LOTE.
           READ LOT-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-EOF-LTV
           END-READ.
           MOVE WS-LTV-STATUS  TO WS-FILE-STATUS.
           MOVE 'LOT-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-LTV IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-LOTES
             COMPUTE WS-DIAS-PARA-VENCER =
                     FUNCTION INTEGER-OF-DATE(LTV-VALIDADE)
                     - FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
             IF LTV-ATIVO AND LTV-QTD-SALDO IS GREATER THAN ZEROES
               IF WS-DIAS-PARA-VENCER IS LESS THAN ZEROES
                 PERFORM BAIXAR-LOTE-VENCIDO
               ELSE
                 IF WS-DIAS-PARA-VENCER IS NOT GREATER THAN
                    WS-DIAS-VALIDADE
                   PERFORM LISTAR-LOTE-A-VENCER
                 END-IF
               END-IF
             ELSE
               IF (LTV-ESGOTADO OR LTV-BAIXADO) AND
                  WS-DIAS-PARA-VENCER + WS-DIAS-PURGA IS LESS THAN
                  ZEROES
                 DELETE LOT-FILE RECORD
                 MOVE WS-LTV-STATUS  TO WS-FILE-STATUS
                 MOVE 'LOT-FILE'     TO WS-FILE-ID
                 PERFORM CHECK-FILE-STATUS
                 ADD 1 TO WS-QTD-EXPURGADOS
               END-IF
             END-IF
           END-IF.
      *
      * THE WRITE-OFF NEEDS THE ITEM (COST, STOCK) AND ITS BIN - A
      * BATCH MISSING EITHER IS LEFT ACTIVE AND REPORTED, SO THE NEXT
      * RUN WRITES IT OFF ONCE THE MASTER OR THE MAP IS FIXED.
       BAIXAR-LOTE-VENCIDO.
           PERFORM LER-ITEM.
           IF WS-ITEM-ACHADO IS NOT EQUAL TO 'S'
             MOVE 'ITEM DO LOTE NAO CADASTRADO NO ITEMFILE'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             PERFORM LOCALIZAR-BIN-MAPEADO
             IF WS-MAPA-ACHADO IS NOT EQUAL TO 'S'
               MOVE 'ITEM SEM BIN MAPEADO - LOTE NAO BAIXADO'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             ELSE
               MOVE LTV-QTD-SALDO TO WS-QTD-BAIXADA
               COMPUTE WS-VALOR-BAIXA ROUNDED =
                       WS-QTD-BAIXADA * ITEM-CUSTO
      *
               MOVE ZEROES TO LTV-QTD-SALDO
               MOVE 'B'    TO LTV-SITUACAO
               REWRITE LTV-REC
               MOVE WS-LTV-STATUS  TO WS-FILE-STATUS
               MOVE 'LOT-FILE'     TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
      *
               IF ITEM-QTD-ESTOQUE IS GREATER THAN WS-QTD-BAIXADA
                 SUBTRACT WS-QTD-BAIXADA FROM ITEM-QTD-ESTOQUE
               ELSE
                 MOVE ZEROES TO ITEM-QTD-ESTOQUE
               END-IF
               REWRITE ITEM-REC
               MOVE WS-ITEM-STATUS TO WS-FILE-STATUS
               MOVE 'ITEM-FILE'    TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
      *
               COMPUTE ADJ-QTD = ZEROES - WS-QTD-BAIXADA
               MOVE LTV-BARCODE    TO ADJ-ITEM
               MOVE 'VENCIDO   '   TO ADJ-MOTIVO
               MOVE 'EXERC101'     TO ADJ-ASSINATURA
               WRITE ADJ-REC
               MOVE WS-ADJ-STATUS  TO WS-FILE-STATUS
               MOVE 'ADJUST-FILE'  TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
      *
               MOVE WS-RUN-DATE-NUM TO VEN-DATA
               MOVE LTV-BARCODE     TO VEN-BARCODE
               MOVE LTV-LOTE        TO VEN-LOTE
               MOVE LTV-VALIDADE    TO VEN-VALIDADE
               MOVE WS-QTD-BAIXADA  TO VEN-QTD
               MOVE ITEM-CUSTO      TO VEN-CUSTO-UNIT
               MOVE WS-VALOR-BAIXA  TO VEN-VALOR
               WRITE VEN-REC
               MOVE WS-VEN-STATUS  TO WS-FILE-STATUS
               MOVE 'LOSS-FILE'    TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
      *
               ADD 1              TO WS-QTD-VENCIDOS
               ADD WS-VALOR-BAIXA TO WS-TOT-PERDA
               ADD WS-VALOR-BAIXA TO WS-CONTROL-TOT
               MOVE WS-QTD-BAIXADA TO WS-DT-SALDO
               MOVE ZEROES         TO WS-DT-SUGERIDO
               MOVE 'BAIXADO'      TO WS-DT-ACAO
               PERFORM IMPRIMIR-LOTE
             END-IF
           END-IF.
      *
      * TODAY OR TOMORROW TAKES THE DEEPER MARKDOWN.
       LISTAR-LOTE-A-VENCER.
           PERFORM LER-ITEM.
           IF WS-ITEM-ACHADO IS NOT EQUAL TO 'S'
             MOVE 'ITEM DO LOTE NAO CADASTRADO NO ITEMFILE'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             IF WS-DIAS-PARA-VENCER IS GREATER THAN 1
               MOVE WS-PCT-PROXIMO    TO WS-PCT-DESCONTO
             ELSE
               MOVE WS-PCT-ULTIMO-DIA TO WS-PCT-DESCONTO
             END-IF
             COMPUTE WS-PRECO-SUGERIDO ROUNDED =
                     ITEM-VALOR * (100 - WS-PCT-DESCONTO) / 100
             ADD 1 TO WS-QTD-A-VENCER
             MOVE LTV-QTD-SALDO     TO WS-DT-SALDO
             MOVE WS-PRECO-SUGERIDO TO WS-DT-SUGERIDO
             MOVE 'REMARCAR'        TO WS-DT-ACAO
             PERFORM IMPRIMIR-LOTE
           END-IF.
      *
       LER-ITEM.
           MOVE 'S'         TO WS-ITEM-ACHADO.
           MOVE LTV-BARCODE TO ITEM-BARCODE.
           READ ITEM-FILE
             INVALID KEY
               MOVE 'N' TO WS-ITEM-ACHADO
           END-READ.
           IF WS-ITEM-ACHADO IS EQUAL TO 'S'
             MOVE WS-ITEM-STATUS TO WS-FILE-STATUS
             MOVE 'ITEM-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
       LOCALIZAR-BIN-MAPEADO.
           MOVE 'N' TO WS-MAPA-ACHADO.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MAP-COUNT
             IF WS-MP-ITEM(WS-M) IS EQUAL TO LTV-BARCODE
               MOVE WS-MP-LINHA(WS-M)  TO ADJ-LINHA
               MOVE WS-MP-COLUNA(WS-M) TO ADJ-COLUNA
               MOVE 'S' TO WS-MAPA-ACHADO
               MOVE WS-MAP-COUNT TO WS-M
             END-IF
           END-PERFORM.
      *
       IMPRIMIR-LOTE.
           MOVE LTV-BARCODE         TO WS-DT-BARCODE.
           MOVE ITEM-DESCRICAO      TO WS-DT-DESCRICAO.
           MOVE LTV-LOTE            TO WS-DT-LOTE.
           MOVE LTV-VALIDADE        TO WS-DT-VALIDADE.
           MOVE WS-DIAS-PARA-VENCER TO WS-DT-DIAS.
           MOVE ITEM-VALOR          TO WS-DT-PRECO.
           MOVE WS-DETAIL-LINE      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-EXCECAO.
           MOVE LTV-BARCODE      TO WS-EX-BARCODE.
           MOVE LTV-LOTE         TO WS-EX-LOTE.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-QTD-EXCECOES.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST WRITTEN - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE LTV-BARCODE  TO WS-EXL-CHAVE.
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
      * THE CONTROL TOTAL IS THE COST OF THE BATCHES WRITTEN OFF -
      * THE SUM OF THE DAY'S BAIXAVEN ROWS.
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LOTES LIDOS NO LOTEVAL:'          TO WS-SM-LIT.
           MOVE WS-QTD-LOTES                       TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LOTES VENCIDOS BAIXADOS:'         TO WS-SM-LIT.
           MOVE WS-QTD-VENCIDOS                    TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LOTES A VENCER (REMARCAR):'       TO WS-SM-LIT.
           MOVE WS-QTD-A-VENCER                    TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LOTES ENCERRADOS EXPURGADOS:'     TO WS-SM-LIT.
           MOVE WS-QTD-EXPURGADOS                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'EXCECOES (VER VALEXC):'           TO WS-SM-LIT.
           MOVE WS-QTD-EXCECOES                    TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PERDA POR VALIDADE (A CUSTO):'    TO WS-TT-LIT.
           MOVE WS-TOT-PERDA                       TO WS-TT-VALOR.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE LOT-FILE.
           CLOSE ITEM-FILE.
           CLOSE ADJUST-FILE.
           CLOSE LOSS-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
           MOVE 'ITEMFILE' TO WS-TRV-ARQUIVO.
           PERFORM LIBERAR-TRAVA-ARQUIVO.
           MOVE 'LOTEVAL ' TO WS-TRV-ARQUIVO.
           PERFORM LIBERAR-TRAVA-ARQUIVO.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
      * CARRIES WHATEVER RETURN CODE THE RUN IS ENDING WITH.
       GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC101' TO RLG-PROGRAMA.
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
