      *               THEN PRINTS THE TRIAL BALANCE OF THE GLCTL       *
      *               PERIOD, WHICH MUST FOOT TO ZERO                  *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  EVERY APPLIED LINE IS ALSO APPENDED TO          *
      *                GLDETAIL, THE PERMANENT POSTING DETAIL (LOTE =  *
      *                THE RUN'S DATE AND TIME, LINE SEQUENCE, ORIGEM, *
      *                DESCRICAO, CC AND POSTING DATE) BEHIND THE      *
      *                EXERC110 RAZAO.                                 *
      * 2026-10-15 JM  EVERY APPLIED LINE ALSO POSTS TO THE NEW BALCC  *
      *                MASTER, KEYED ON PERIOD, CONTA AND JRN-CC, SO   *
      *                ACTUALS CAN BE SET AGAINST THE BUDGET PER COST  *
      *                CENTER (EXERC108). BALCC HOLDS MOVEMENT ONLY -  *
      *                THE EXERC043 OPENINGS STAY ON BALFILE.          *
      * 2026-09-02 JM  CONSULTS THE SKPCHK RESTART SKIP-LIST AT        *
      *                STARTUP - A STEP ALREADY COMPLETED TONIGHT      *
      *                ENDS CLEAN AT ONCE WHEN THE STREAM IS           *
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS BAL-CHAVE
                                  FILE STATUS IS WS-BAL-STATUS.
      *
           SELECT BALANCE-CC-FILE ASSIGN TO BALCC
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS BCC-CHAVE
                                  FILE STATUS IS WS-BCC-STATUS.
      *
           SELECT DETAIL-FILE    ASSIGN TO GLDETAIL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DET-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO GLRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
               10  BAL-CONTA      PIC 9(06).
           05  BAL-DEBITOS        PIC 9(12)V9(02).
           05  BAL-CREDITOS       PIC 9(12)V9(02).
      *
      * THE SAME POSTINGS SPLIT BY JRN-CC - MOVEMENT ONLY, THE
      * EXERC043 OPENING BALANCES GO TO BALFILE ALONE.
       FD  BALANCE-CC-FILE.
       01  BCC-REC.
           05  BCC-CHAVE.
               10  BCC-PERIODO    PIC 9(06).
               10  BCC-CONTA      PIC 9(06).
               10  BCC-CC         PIC 9(03).
           05  BCC-DEBITOS        PIC 9(12)V9(02).
           05  BCC-CREDITOS       PIC 9(12)V9(02).
      *
      * PERMANENT POSTING DETAIL - ONE RECORD PER APPLIED LINE. THE
      * LOTE IS THE RUN'S DATE AND TIME, THE SEQ THE LINE'S POSITION
      * IN THE GLBATCH.
       FD  DETAIL-FILE.
       01  GLD-REC.
           05  GLD-LOTE           PIC 9(14).
           05  GLD-SEQ            PIC 9(06).
           05  GLD-PERIODO        PIC 9(06).
           05  GLD-CONTA          PIC 9(06).
           05  GLD-DC             PIC X(01).
           05  GLD-VALOR          PIC 9(10)V9(02).
           05  GLD-ORIGEM         PIC X(08).
           05  GLD-DESCRICAO      PIC X(20).
           05  GLD-CC             PIC 9(03).
           05  GLD-DATA-POSTAGEM  PIC 9(08).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-BATCH-STATUS        PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS          PIC X(02) VALUE SPACES.
       01  WS-BCC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DET-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-LOTE-OK             PIC X(01) VALUE 'N'.
       01  WS-SALDO-CONTA         PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-SALDO-PERIODO       PIC S9(12)V9(02) VALUE ZEROES.
      *
       01  WS-LOTE-ID.
           05  WS-LOTE-DATA       PIC 9(08).
           05  WS-LOTE-HORA       PIC 9(06).
       01  WS-HORA-COMPLETA       PIC 9(08) VALUE ZEROES.
       01  WS-SEQ-LOTE            PIC 9(06) VALUE ZEROES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-RUN-DATE TO WS-LOTE-DATA.
           ACCEPT WS-HORA-COMPLETA FROM TIME.
           MOVE WS-HORA-COMPLETA(1:6) TO WS-LOTE-HORA.
      *
           OPEN INPUT  CONTROL-FILE.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
             MOVE 'BALANCE-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           OPEN I-O    BALANCE-CC-FILE.
           MOVE WS-BCC-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '05' OR
              WS-FILE-STATUS IS EQUAL TO '35'
             CONTINUE
           ELSE
             MOVE 'BALANCE-CC-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           OPEN EXTEND DETAIL-FILE.
           MOVE WS-DET-STATUS TO WS-FILE-STATUS.
           MOVE 'DETAIL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
                 MOVE 'BALANCE-FILE' TO WS-FILE-ID
                 PERFORM CHECK-FILE-STATUS
             END-READ
             PERFORM APLICAR-CENTRO-CUSTO
             PERFORM GRAVAR-DETALHE
             ADD 1 TO WS-RECS-WRTN
           END-IF.
      *
      * A BATCH WRITTEN BEFORE JRN-CC EXISTED CARRIES SPACES THERE -
      * IT POSTS TO CC ZERO LIKE ANY COMPANY-LEVEL LINE.
       APLICAR-CENTRO-CUSTO.
           MOVE JRN-PERIODO TO BCC-PERIODO.
           MOVE JRN-CONTA   TO BCC-CONTA.
           IF JRN-CC IS NUMERIC
             MOVE JRN-CC    TO BCC-CC
           ELSE
             MOVE ZEROES    TO BCC-CC
           END-IF.
           READ BALANCE-CC-FILE
             INVALID KEY
               MOVE ZEROES TO BCC-DEBITOS
               MOVE ZEROES TO BCC-CREDITOS
               PERFORM SOMAR-CENTRO-CUSTO
               WRITE BCC-REC
               MOVE WS-BCC-STATUS     TO WS-FILE-STATUS
               MOVE 'BALANCE-CC-FILE' TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             NOT INVALID KEY
               PERFORM SOMAR-CENTRO-CUSTO
               REWRITE BCC-REC
               MOVE WS-BCC-STATUS     TO WS-FILE-STATUS
               MOVE 'BALANCE-CC-FILE' TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
           END-READ.
      *
      * THE CC IS THE ONE BALCC WAS POSTED UNDER.
       GRAVAR-DETALHE.
           ADD 1 TO WS-SEQ-LOTE.
           MOVE WS-LOTE-ID    TO GLD-LOTE.
           MOVE WS-SEQ-LOTE   TO GLD-SEQ.
           MOVE JRN-PERIODO   TO GLD-PERIODO.
           MOVE JRN-CONTA     TO GLD-CONTA.
           MOVE JRN-DC        TO GLD-DC.
           MOVE JRN-VALOR     TO GLD-VALOR.
           MOVE JRN-ORIGEM    TO GLD-ORIGEM.
           MOVE JRN-DESCRICAO TO GLD-DESCRICAO.
           MOVE BCC-CC        TO GLD-CC.
           MOVE WS-RUN-DATE   TO GLD-DATA-POSTAGEM.
           WRITE GLD-REC.
           MOVE WS-DET-STATUS TO WS-FILE-STATUS.
           MOVE 'DETAIL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       SOMAR-CENTRO-CUSTO.
           IF JRN-DC IS EQUAL TO 'D'
             ADD JRN-VALOR TO BCC-DEBITOS
           ELSE
             ADD JRN-VALOR TO BCC-CREDITOS
           END-IF.
      *
       SOMAR-LANCAMENTO.
           IF JRN-DC IS EQUAL TO 'D'
      *
           CLOSE BATCH-FILE.
           CLOSE BALANCE-FILE.
           CLOSE BALANCE-CC-FILE.
           CLOSE DETAIL-FILE.
           CLOSE REPORT-FILE.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
