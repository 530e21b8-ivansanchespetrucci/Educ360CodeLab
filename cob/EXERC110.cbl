      ******************************************************************
      * FILE NAME   : EXERC110                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : RAZAO - ACCOUNT LEDGER FOR THE CONTA AND PERIOD  *
      *               RANGES ON THE RAZCTL CARD: PER CONTA THE         *
      *               OPENING BALANCE, EVERY GLDETAIL LINE POSTED BY   *
      *               EXERC042 WITH THE RUNNING BALANCE, AND PER       *
      *               PERIOD THE TIE OF THE LINES TO THE BALFILE       *
      *               MOVEMENT, DIFFERENCES PRINTED                    *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - AN AUDITOR'S QUESTION ABOUT AN  *
      *                ACCOUNT MEANT DIGGING THROUGH OLD FOLHAGL,      *
      *                CORRGL AND FXREVGL GENERATIONS. THE BALFILE     *
      *                BALANCE OF A PERIOD IS ITS NET PLUS, UNLESS THE *
      *                PERIOD BEFORE WAS CLOSED (ITS CLOSING IS THEN   *
      *                ALREADY IN THE NET AS THE EXERC043 OPENING      *
      *                ENTRY), THE BALANCE BEFORE IT; THE PERIOD'S     *
      *                MOVEMENT IS THE CHANGE IN THAT BALANCE. A       *
      *                DIFFERENCE (TYPICALLY HISTORY POSTED BEFORE     *
      *                GLDETAIL EXISTED) IS PRINTED ON THE PERIOD AND  *
      *                ON THE CONTA'S CLOSING LINE AND ENDS THE STEP   *
      *                WITH RC 4.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC110.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE    ASSIGN TO RAZCTL
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT PERIOD-FILE     ASSIGN TO PERDCTL
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PERIOD-STATUS.
      *
           SELECT BALANCE-FILE    ASSIGN TO BALFILE
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS BAL-CHAVE
                                   FILE STATUS IS WS-BAL-STATUS.
      *
           SELECT DETAIL-FILE     ASSIGN TO GLDETAIL
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-DET-STATUS.
      *
           SELECT COA-FILE        ASSIGN TO COAFILE
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS COA-CONTA
                                   FILE STATUS IS WS-COA-STATUS.
      *
           SELECT REPORT-FILE     ASSIGN TO RAZRPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT SORT-FILE       ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  RZC-REC.
           05  RZC-CONTA-INI      PIC 9(06).
           05  RZC-CONTA-FIM      PIC 9(06).
           05  RZC-PERIODO-INI    PIC 9(06).
           05  RZC-PERIODO-FIM    PIC 9(06).
      *
       FD  PERIOD-FILE.
       01  PER-REC.
           05  PER-PERIODO        PIC 9(06).
           05  PER-SITUACAO       PIC X(01).
      *
       FD  BALANCE-FILE.
       01  BAL-REC.
           05  BAL-CHAVE.
               10  BAL-PERIODO    PIC 9(06).
               10  BAL-CONTA      PIC 9(06).
           05  BAL-DEBITOS        PIC 9(12)V9(02).
           05  BAL-CREDITOS       PIC 9(12)V9(02).
      *
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
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(132).
      *
      * ONE SORT RECORD PER CONTA OPENING ('A'), GLDETAIL LINE ('L'),
      * BALFILE PERIOD MOVEMENT ('T') AND CONTA CLOSING ('Z') - THE
      * TYPE ORDERS THEM WITHIN THE CONTA AND PERIOD.
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-CONTA          PIC 9(06).
           05  SRT-PERIODO        PIC 9(06).
           05  SRT-TIPO           PIC X(01).
           05  SRT-LOTE           PIC 9(14).
           05  SRT-SEQ            PIC 9(06).
           05  SRT-DC             PIC X(01).
           05  SRT-VALOR          PIC S9(12)V9(02).
           05  SRT-ORIGEM         PIC X(08).
           05  SRT-DESCRICAO      PIC X(20).
           05  SRT-CC             PIC 9(03).
           05  SRT-DATA           PIC 9(08).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-PERIOD-STATUS       PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DET-STATUS          PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-PERIOD          PIC X(01) VALUE 'N'.
       01  WS-FIM-SALDOS          PIC X(01) VALUE 'N'.
       01  WS-EOF-DETAIL          PIC X(01) VALUE 'N'.
       01  WS-FIM-SORT            PIC X(01) VALUE 'N'.
      *
       01  WS-PERIODO-CALC        PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-CALC-R REDEFINES WS-PERIODO-CALC.
           05  WS-PC-ANO          PIC 9(04).
           05  WS-PC-MES          PIC 9(02).
      *
      * CLOSED PERIODS FROM PERDCTL.
       01  WS-FEC-TAB.
           05  WS-FEC-PERIODO     OCCURS 1 TO 600 TIMES
                                   DEPENDING ON WS-FEC-COUNT
                                   PIC 9(06).
       01  WS-FEC-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-F                   PIC 9(04) VALUE ZEROES.
       01  WS-ANTERIOR-FECHADO    PIC X(01) VALUE 'N'.
      *
      * RUNNING BALFILE BALANCE OF EVERY CONTA IN THE RANGE, IN CONTA
      * ORDER FOR THE SEARCH ALL.
       01  WS-CTA-TAB.
           05  WS-CTA-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-CTA-COUNT
                                   ASCENDING KEY IS WS-CT-CONTA
                                   INDEXED BY WS-CT-IDX.
               10  WS-CT-CONTA        PIC 9(06).
               10  WS-CT-SALDO        PIC S9(12)V9(02).
               10  WS-CT-ABERTURA     PIC S9(12)V9(02).
               10  WS-CT-QTD-MOV      PIC 9(05).
       01  WS-CTA-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-C                   PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-SALDO-NOVO          PIC S9(12)V9(02) VALUE ZEROES.
      *
      * OUTPUT PROCEDURE STATE - THE CONTA AND PERIOD BEING LISTED.
       01  WS-CONTA-ATUAL         PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-ABERTA        PIC X(01) VALUE 'N'.
       01  WS-PERIODO-ATUAL       PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-ABERTO      PIC X(01) VALUE 'N'.
       01  WS-SALDO-RAZAO         PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-SALDO-BALFILE       PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-PER-DEBITOS         PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-PER-CREDITOS        PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-MOV-BALFILE         PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-DIFERENCA           PIC S9(12)V9(02) VALUE ZEROES.
      *
       01  WS-QTD-CONTAS          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-LINHAS          PIC 9(07) VALUE ZEROES.
       01  WS-QTD-DIFERENCAS      PIC 9(05) VALUE ZEROES.
       01  WS-TOT-DIFERENCA       PIC S9(12)V9(02) VALUE ZEROES.
      *
       01  WS-FAIXA-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(08) VALUE 'CONTAS: '.
           05  WS-FH-CONTA-INI    PIC 9(06).
           05  FILLER             PIC X(03) VALUE ' A '.
           05  WS-FH-CONTA-FIM    PIC 9(06).
           05  FILLER             PIC X(13) VALUE '   PERIODOS: '.
           05  WS-FH-MES-INI      PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-FH-ANO-INI      PIC 9(04).
           05  FILLER             PIC X(03) VALUE ' A '.
           05  WS-FH-MES-FIM      PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-FH-ANO-FIM      PIC 9(04).
      *
       01  WS-CONTA-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(07) VALUE 'CONTA: '.
           05  WS-KH-CONTA        PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-KH-DESCRICAO    PIC X(30).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(10) VALUE ' PERIODO'.
           05  FILLER             PIC X(12) VALUE 'POSTAGEM'.
           05  FILLER             PIC X(15) VALUE 'LOTE'.
           05  FILLER             PIC X(08) VALUE '   SEQ'.
           05  FILLER             PIC X(10) VALUE 'ORIGEM'.
           05  FILLER             PIC X(22) VALUE 'DESCRICAO'.
           05  FILLER             PIC X(05) VALUE 'CC'.
           05  FILLER             PIC X(15) VALUE '       DEBITO'.
           05  FILLER             PIC X(15) VALUE '      CREDITO'.
           05  FILLER             PIC X(18) VALUE '             SALDO'.
      *
       01  WS-ABERTURA-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-AB-LIT          PIC X(113).
           05  WS-AB-SALDO        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MES          PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-DT-ANO          PIC 9(04).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DATA         PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-LOTE         PIC 9(14).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-SEQ          PIC ZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-ORIGEM       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DESCRICAO    PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CC           PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DEBITO       PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CREDITO      PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-SALDO        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-PERIODO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(15) VALUE 'TOTAL PERIODO '.
           05  WS-PT-MES          PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-PT-ANO          PIC 9(04).
           05  FILLER             PIC X(12) VALUE '  DEBITOS: '.
           05  WS-PT-DEBITOS      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(12) VALUE '  CREDITOS: '.
           05  WS-PT-CREDITOS     PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(12) VALUE '  BALFILE: '.
           05  WS-PT-BALFILE      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-PT-FLAG         PIC X(17).
      *
       01  WS-FECHO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(21)
                                   VALUE 'SALDO FINAL - RAZAO: '.
           05  WS-FC-RAZAO        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(11) VALUE '  BALFILE: '.
           05  WS-FC-BALFILE      PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(13) VALUE '  DIFERENCA: '.
           05  WS-FC-DIFERENCA    PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-DIFERENCA-FLAG.
           05  FILLER             PIC X(05) VALUE 'DIF: '.
           05  WS-DF-VALOR        PIC -ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-RESUMO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-RS-LIT          PIC X(40).
           05  WS-RS-QTD          PIC Z.ZZZ.ZZ9.
      *
       01  WS-MSG-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-MSG-TEXTO       PIC X(60).
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
       01  WS-CONTROL-TOT         PIC S9(12)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           SORT SORT-FILE
             ON ASCENDING KEY SRT-CONTA
                              SRT-PERIODO
                              SRT-TIPO
                              SRT-LOTE
                              SRT-SEQ
             INPUT PROCEDURE IS CARREGAR-RAZAO
             OUTPUT PROCEDURE IS IMPRIMIR-RAZAO.
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
           CLOSE CONTROL-FILE.
      *
           IF RZC-CONTA-INI IS NOT NUMERIC OR
              RZC-CONTA-FIM IS NOT NUMERIC OR
              RZC-PERIODO-INI IS NOT NUMERIC OR
              RZC-PERIODO-FIM IS NOT NUMERIC OR
              RZC-CONTA-INI IS GREATER THAN RZC-CONTA-FIM OR
              RZC-PERIODO-INI IS GREATER THAN RZC-PERIODO-FIM OR
              RZC-PERIODO-INI(5:2) IS LESS THAN '01' OR
              RZC-PERIODO-INI(5:2) IS GREATER THAN '12' OR
              RZC-PERIODO-FIM(5:2) IS LESS THAN '01' OR
              RZC-PERIODO-FIM(5:2) IS GREATER THAN '12'
             DISPLAY 'EXERC110 - RAZCTL CARD INVALID: ' RZC-REC
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           OPEN INPUT  PERIOD-FILE.
           MOVE WS-PERIOD-STATUS TO WS-FILE-STATUS.
           MOVE 'PERIOD-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-TABELA-PERIODOS
             WITH TEST AFTER
             UNTIL WS-EOF-PERIOD IS EQUAL TO 'Y'.
           CLOSE PERIOD-FILE.
      *
           OPEN INPUT  BALANCE-FILE.
           MOVE WS-BAL-STATUS  TO WS-FILE-STATUS.
           MOVE 'BALANCE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * NO GLDETAIL YET MEANS NO LINES - EVERY MOVEMENT SHOWS AS A
      * DIFFERENCE.
           OPEN INPUT  DETAIL-FILE.
           MOVE WS-DET-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-DETAIL
           ELSE
             MOVE 'DETAIL-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           OPEN INPUT  COA-FILE.
           MOVE WS-COA-STATUS  TO WS-FILE-STATUS.
           MOVE 'COA-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC110'                   TO RP-HDR-PROGRAM.
           MOVE 'RAZAO POR CONTA'            TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE RZC-CONTA-INI                 TO WS-FH-CONTA-INI.
           MOVE RZC-CONTA-FIM                 TO WS-FH-CONTA-FIM.
           MOVE RZC-PERIODO-INI(5:2)          TO WS-FH-MES-INI.
           MOVE RZC-PERIODO-INI(1:4)          TO WS-FH-ANO-INI.
           MOVE RZC-PERIODO-FIM(5:2)          TO WS-FH-MES-FIM.
           MOVE RZC-PERIODO-FIM(1:4)          TO WS-FH-ANO-FIM.
           MOVE WS-FAIXA-HEADER               TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       LER-TABELA-PERIODOS.
           READ PERIOD-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PERIOD
           END-READ.
           MOVE WS-PERIOD-STATUS TO WS-FILE-STATUS.
           MOVE 'PERIOD-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PERIOD IS NOT EQUAL TO 'Y' AND
              PER-SITUACAO IS EQUAL TO 'F'
             IF WS-FEC-COUNT IS EQUAL TO 600
               DISPLAY 'EXERC110 - CLOSED PERIOD TABLE FULL (600)'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-FEC-COUNT
             MOVE PER-PERIODO TO WS-FEC-PERIODO(WS-FEC-COUNT)
           END-IF.
      *
      ******************************************************************
      * SORT INPUT PROCEDURE - THE BALFILE PASS RELEASES THE PERIOD    *
      * MOVEMENTS AND THE OPENING AND CLOSING OF EVERY CONTA, THEN     *
      * THE GLDETAIL LINES IN THE RANGES ARE RELEASED AS THEY COME.    *
      ******************************************************************
       CARREGAR-RAZAO.
           MOVE ZEROES TO BAL-PERIODO.
           MOVE ZEROES TO BAL-CONTA.
           START BALANCE-FILE KEY IS NOT LESS THAN BAL-CHAVE
             INVALID KEY
               MOVE 'Y' TO WS-FIM-SALDOS
           END-START.
           IF WS-FIM-SALDOS IS NOT EQUAL TO 'Y'
             PERFORM LER-SALDO
               WITH TEST AFTER
               UNTIL WS-FIM-SALDOS IS EQUAL TO 'Y'
           END-IF.
      *
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C IS GREATER THAN WS-CTA-COUNT
             IF WS-CT-ABERTURA(WS-C) IS NOT EQUAL TO ZEROES OR
                WS-CT-QTD-MOV(WS-C) IS GREATER THAN ZEROES
               INITIALIZE SRT-REC
               MOVE WS-CT-CONTA(WS-C)    TO SRT-CONTA
               MOVE ZEROES               TO SRT-PERIODO
               MOVE 'A'                  TO SRT-TIPO
               MOVE WS-CT-ABERTURA(WS-C) TO SRT-VALOR
               RELEASE SRT-REC
               MOVE 999999               TO SRT-PERIODO
               MOVE 'Z'                  TO SRT-TIPO
               MOVE WS-CT-SALDO(WS-C)    TO SRT-VALOR
               RELEASE SRT-REC
             END-IF
           END-PERFORM.
      *
           IF WS-EOF-DETAIL IS NOT EQUAL TO 'Y'
             PERFORM LER-DETALHE
               WITH TEST AFTER
               UNTIL WS-EOF-DETAIL IS EQUAL TO 'Y'
           END-IF.
      *
      * BALANCE AFTER THE PERIOD = ITS NET PLUS, UNLESS THE PERIOD
      * BEFORE IT WAS CLOSED, THE CONTA'S BALANCE SO FAR.
       LER-SALDO.
           READ BALANCE-FILE NEXT RECORD
             AT END
               MOVE 'Y' TO WS-FIM-SALDOS
           END-READ.
           MOVE WS-BAL-STATUS  TO WS-FILE-STATUS.
           MOVE 'BALANCE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-FIM-SALDOS IS NOT EQUAL TO 'Y'
             IF BAL-PERIODO IS GREATER THAN RZC-PERIODO-FIM
               MOVE 'Y' TO WS-FIM-SALDOS
             ELSE
               IF BAL-CONTA IS NOT LESS THAN RZC-CONTA-INI AND
                  BAL-CONTA IS NOT GREATER THAN RZC-CONTA-FIM
                 ADD 1 TO WS-RECS-READ
                 PERFORM LOCALIZAR-CONTA
                 PERFORM VERIFICAR-ANTERIOR-FECHADO
                 COMPUTE WS-SALDO-NOVO = BAL-DEBITOS - BAL-CREDITOS
                 IF WS-ANTERIOR-FECHADO IS NOT EQUAL TO 'S'
                   ADD WS-CT-SALDO(WS-C) TO WS-SALDO-NOVO
                 END-IF
                 IF BAL-PERIODO IS LESS THAN RZC-PERIODO-INI
                   MOVE WS-SALDO-NOVO TO WS-CT-ABERTURA(WS-C)
                 ELSE
                   ADD 1 TO WS-CT-QTD-MOV(WS-C)
                   INITIALIZE SRT-REC
                   MOVE BAL-CONTA   TO SRT-CONTA
                   MOVE BAL-PERIODO TO SRT-PERIODO
                   MOVE 'T'         TO SRT-TIPO
                   COMPUTE SRT-VALOR = WS-SALDO-NOVO
                                     - WS-CT-SALDO(WS-C)
                   RELEASE SRT-REC
                 END-IF
                 MOVE WS-SALDO-NOVO TO WS-CT-SALDO(WS-C)
               END-IF
             END-IF
           END-IF.
      *
       VERIFICAR-ANTERIOR-FECHADO.
           MOVE BAL-PERIODO TO WS-PERIODO-CALC.
           IF WS-PC-MES IS EQUAL TO 1
             SUBTRACT 1 FROM WS-PC-ANO
             MOVE 12 TO WS-PC-MES
           ELSE
             SUBTRACT 1 FROM WS-PC-MES
           END-IF.
           MOVE 'N' TO WS-ANTERIOR-FECHADO.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F IS GREATER THAN WS-FEC-COUNT
             IF WS-FEC-PERIODO(WS-F) IS EQUAL TO WS-PERIODO-CALC
               MOVE 'S' TO WS-ANTERIOR-FECHADO
               MOVE WS-FEC-COUNT TO WS-F
             END-IF
           END-PERFORM.
      *
      * BAL-CONTA TO ITS ROW (WS-C) - A NEW CONTA IS INSERTED IN
      * ORDER SO THE TABLE STAYS SEARCHABLE.
       LOCALIZAR-CONTA.
           MOVE ZEROES TO WS-C.
           IF WS-CTA-COUNT IS GREATER THAN ZEROES
             SEARCH ALL WS-CTA-LINHA
               WHEN WS-CT-CONTA(WS-CT-IDX) IS EQUAL TO BAL-CONTA
                 SET WS-C TO WS-CT-IDX
             END-SEARCH
           END-IF.
      *
           IF WS-C IS EQUAL TO ZEROES
             IF WS-CTA-COUNT IS EQUAL TO 2000
               DISPLAY 'EXERC110 - CONTA TABLE FULL (2000)'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             COMPUTE WS-C = WS-CTA-COUNT + 1
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I IS GREATER THAN WS-CTA-COUNT
               IF WS-CT-CONTA(WS-I) IS GREATER THAN BAL-CONTA
                 MOVE WS-I TO WS-C
                 MOVE WS-CTA-COUNT TO WS-I
               END-IF
             END-PERFORM
             ADD 1 TO WS-CTA-COUNT
             PERFORM VARYING WS-I FROM WS-CTA-COUNT BY -1
                     UNTIL WS-I IS NOT GREATER THAN WS-C
               MOVE WS-CTA-LINHA(WS-I - 1) TO WS-CTA-LINHA(WS-I)
             END-PERFORM
             MOVE BAL-CONTA TO WS-CT-CONTA(WS-C)
             MOVE ZEROES    TO WS-CT-SALDO(WS-C)
             MOVE ZEROES    TO WS-CT-ABERTURA(WS-C)
             MOVE ZEROES    TO WS-CT-QTD-MOV(WS-C)
           END-IF.
      *
       LER-DETALHE.
           READ DETAIL-FILE
             AT END
               MOVE 'Y' TO WS-EOF-DETAIL
           END-READ.
           MOVE WS-DET-STATUS TO WS-FILE-STATUS.
           MOVE 'DETAIL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-DETAIL IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF GLD-CONTA IS NOT LESS THAN RZC-CONTA-INI AND
                GLD-CONTA IS NOT GREATER THAN RZC-CONTA-FIM AND
                GLD-PERIODO IS NOT LESS THAN RZC-PERIODO-INI AND
                GLD-PERIODO IS NOT GREATER THAN RZC-PERIODO-FIM
               MOVE GLD-CONTA         TO SRT-CONTA
               MOVE GLD-PERIODO       TO SRT-PERIODO
               MOVE 'L'               TO SRT-TIPO
               MOVE GLD-LOTE          TO SRT-LOTE
               MOVE GLD-SEQ           TO SRT-SEQ
               MOVE GLD-DC            TO SRT-DC
               MOVE GLD-VALOR         TO SRT-VALOR
               MOVE GLD-ORIGEM        TO SRT-ORIGEM
               MOVE GLD-DESCRICAO     TO SRT-DESCRICAO
               MOVE GLD-CC            TO SRT-CC
               MOVE GLD-DATA-POSTAGEM TO SRT-DATA
               RELEASE SRT-REC
             END-IF
           END-IF.
      *
      ******************************************************************
      * SORT OUTPUT PROCEDURE - CONTROL BREAKS ON CONTA AND PERIOD.    *
      * A CONTA OR PERIOD FOUND ONLY ON GLDETAIL HAS NO 'A', 'T' OR    *
      * 'Z' RECORD AND IS CLOSED AGAINST A BALFILE FIGURE OF ZERO.     *
      ******************************************************************
       IMPRIMIR-RAZAO.
           PERFORM RETORNAR-RAZAO
             WITH TEST AFTER
             UNTIL WS-FIM-SORT IS EQUAL TO 'Y'.
      *
           PERFORM FECHAR-PERIODO-PENDENTE.
           IF WS-CONTA-ABERTA IS EQUAL TO 'S'
             MOVE ZEROES TO WS-SALDO-BALFILE
             PERFORM FECHAR-CONTA
           END-IF.
      *
       RETORNAR-RAZAO.
           RETURN SORT-FILE
             AT END
               MOVE 'Y' TO WS-FIM-SORT
           END-RETURN.
      *
           IF WS-FIM-SORT IS NOT EQUAL TO 'Y'
             IF WS-CONTA-ABERTA IS EQUAL TO 'N' OR
                SRT-CONTA IS NOT EQUAL TO WS-CONTA-ATUAL
               PERFORM FECHAR-PERIODO-PENDENTE
               IF WS-CONTA-ABERTA IS EQUAL TO 'S'
                 MOVE ZEROES TO WS-SALDO-BALFILE
                 PERFORM FECHAR-CONTA
               END-IF
               PERFORM ABRIR-CONTA
             END-IF
      *
             EVALUATE SRT-TIPO
               WHEN 'L'
                 IF WS-PERIODO-ABERTO IS EQUAL TO 'N' OR
                    SRT-PERIODO IS NOT EQUAL TO WS-PERIODO-ATUAL
                   PERFORM FECHAR-PERIODO-PENDENTE
                   PERFORM ABRIR-PERIODO
                 END-IF
                 PERFORM IMPRIMIR-LANCAMENTO
               WHEN 'T'
                 IF WS-PERIODO-ABERTO IS EQUAL TO 'N' OR
                    SRT-PERIODO IS NOT EQUAL TO WS-PERIODO-ATUAL
                   PERFORM FECHAR-PERIODO-PENDENTE
                   PERFORM ABRIR-PERIODO
                 END-IF
                 MOVE SRT-VALOR TO WS-MOV-BALFILE
                 PERFORM FECHAR-PERIODO
               WHEN 'Z'
                 PERFORM FECHAR-PERIODO-PENDENTE
                 MOVE SRT-VALOR TO WS-SALDO-BALFILE
                 PERFORM FECHAR-CONTA
             END-EVALUATE
           END-IF.
      *
      * THE OPENING BALANCE COMES ON THE 'A' RECORD - ZERO FOR A
      * CONTA FOUND ONLY ON GLDETAIL.
       ABRIR-CONTA.
           ADD 1 TO WS-QTD-CONTAS.
           MOVE 'S'       TO WS-CONTA-ABERTA.
           MOVE 'N'       TO WS-PERIODO-ABERTO.
           MOVE SRT-CONTA TO WS-CONTA-ATUAL.
           IF SRT-TIPO IS EQUAL TO 'A'
             MOVE SRT-VALOR TO WS-SALDO-RAZAO
           ELSE
             MOVE ZEROES    TO WS-SALDO-RAZAO
           END-IF.
      *
           MOVE SRT-CONTA TO COA-CONTA.
           READ COA-FILE
             INVALID KEY
               MOVE '*** CONTA NAO CADASTRADA ***' TO WS-KH-DESCRICAO
             NOT INVALID KEY
               MOVE COA-DESCRICAO TO WS-KH-DESCRICAO
           END-READ.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SRT-CONTA        TO WS-KH-CONTA.
           MOVE WS-CONTA-HEADER  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'SALDO ANTERIOR' TO WS-AB-LIT.
           MOVE WS-SALDO-RAZAO   TO WS-AB-SALDO.
           MOVE WS-ABERTURA-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       ABRIR-PERIODO.
           MOVE 'S'         TO WS-PERIODO-ABERTO.
           MOVE SRT-PERIODO TO WS-PERIODO-ATUAL.
           MOVE ZEROES      TO WS-PER-DEBITOS.
           MOVE ZEROES      TO WS-PER-CREDITOS.
      *
       IMPRIMIR-LANCAMENTO.
           ADD 1 TO WS-QTD-LINHAS.
           MOVE SRT-PERIODO(5:2) TO WS-DT-MES.
           MOVE SRT-PERIODO(1:4) TO WS-DT-ANO.
           MOVE SRT-DATA(7:2)    TO WS-DT-DATA(1:2).
           MOVE '/'              TO WS-DT-DATA(3:1).
           MOVE SRT-DATA(5:2)    TO WS-DT-DATA(4:2).
           MOVE '/'              TO WS-DT-DATA(6:1).
           MOVE SRT-DATA(1:4)    TO WS-DT-DATA(7:4).
           MOVE SRT-LOTE         TO WS-DT-LOTE.
           MOVE SRT-SEQ          TO WS-DT-SEQ.
           MOVE SRT-ORIGEM       TO WS-DT-ORIGEM.
           MOVE SRT-DESCRICAO    TO WS-DT-DESCRICAO.
           MOVE SRT-CC           TO WS-DT-CC.
           IF SRT-DC IS EQUAL TO 'D'
             ADD SRT-VALOR      TO WS-PER-DEBITOS
             ADD SRT-VALOR      TO WS-SALDO-RAZAO
             MOVE SRT-VALOR     TO WS-DT-DEBITO
             MOVE ZEROES        TO WS-DT-CREDITO
           ELSE
             ADD SRT-VALOR      TO WS-PER-CREDITOS
             SUBTRACT SRT-VALOR FROM WS-SALDO-RAZAO
             MOVE ZEROES        TO WS-DT-DEBITO
             MOVE SRT-VALOR     TO WS-DT-CREDITO
           END-IF.
           MOVE WS-SALDO-RAZAO   TO WS-DT-SALDO.
           MOVE WS-DETAIL-LINE   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       FECHAR-PERIODO-PENDENTE.
           IF WS-PERIODO-ABERTO IS EQUAL TO 'S'
             MOVE ZEROES TO WS-MOV-BALFILE
             PERFORM FECHAR-PERIODO
           END-IF.
      *
      * THE LINES' NET AGAINST THE BALFILE MOVEMENT OF THE PERIOD.
       FECHAR-PERIODO.
           MOVE 'N' TO WS-PERIODO-ABERTO.
           COMPUTE WS-DIFERENCA = WS-MOV-BALFILE
                                - WS-PER-DEBITOS + WS-PER-CREDITOS.
           MOVE WS-PERIODO-ATUAL(5:2) TO WS-PT-MES.
           MOVE WS-PERIODO-ATUAL(1:4) TO WS-PT-ANO.
           MOVE WS-PER-DEBITOS        TO WS-PT-DEBITOS.
           MOVE WS-PER-CREDITOS       TO WS-PT-CREDITOS.
           MOVE WS-MOV-BALFILE        TO WS-PT-BALFILE.
           IF WS-DIFERENCA IS EQUAL TO ZEROES
             MOVE SPACES TO WS-PT-FLAG
           ELSE
             ADD 1 TO WS-QTD-DIFERENCAS
             ADD WS-DIFERENCA TO WS-TOT-DIFERENCA
             MOVE WS-DIFERENCA      TO WS-DF-VALOR
             MOVE WS-DIFERENCA-FLAG TO WS-PT-FLAG
             MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-PERIODO-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       FECHAR-CONTA.
           MOVE 'N' TO WS-CONTA-ABERTA.
           COMPUTE WS-DIFERENCA = WS-SALDO-BALFILE - WS-SALDO-RAZAO.
           MOVE WS-SALDO-RAZAO   TO WS-FC-RAZAO.
           MOVE WS-SALDO-BALFILE TO WS-FC-BALFILE.
           MOVE WS-DIFERENCA     TO WS-FC-DIFERENCA.
           MOVE WS-FECHO-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           ADD WS-SALDO-BALFILE  TO WS-CONTROL-TOT.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
      * THE CONTROL TOTAL IS THE SUM OF THE CLOSING BALFILE BALANCES
      * OF THE CONTAS LISTED.
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CONTAS LISTADAS:'                TO WS-RS-LIT.
           MOVE WS-QTD-CONTAS                     TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LANCAMENTOS LISTADOS:'           TO WS-RS-LIT.
           MOVE WS-QTD-LINHAS                     TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PERIODOS COM DIFERENCA DO BALFILE:' TO WS-RS-LIT.
           MOVE WS-QTD-DIFERENCAS                 TO WS-RS-QTD.
           MOVE WS-RESUMO-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WS-QTD-DIFERENCAS IS GREATER THAN ZEROES
             MOVE 'O DETALHE NAO FECHA COM O BALFILE'
               TO WS-MSG-TEXTO
             MOVE WS-MSG-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE BALANCE-FILE.
           IF WS-DET-STATUS IS NOT EQUAL TO '35'
             CLOSE DETAIL-FILE
           END-IF.
           CLOSE COA-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
