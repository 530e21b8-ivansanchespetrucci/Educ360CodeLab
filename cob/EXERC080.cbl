      ******************************************************************
      * FILE NAME   : EXERC080                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : WEEKLY NO-SHOW RATE REPORT PER CUSTOMER OVER     *
      *               RESVFILE - FOR EVERY CUSTOMER WITH A BOOKING DUE *
      *               IN THE LAST 12 WEEKS, THE BOOKINGS, NO-SHOWS AND *
      *               CANCELLATIONS OF THE PAST WEEK AND OF THE 12     *
      *               WEEKS, WITH THE NO-SHOW RATE OF EACH. THE        *
      *               SITUACAO IS THE ONE THE NIGHTLY EXERC079 LEFT ON *
      *               THE BOOKING                                      *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE COUNTER KNEW WHICH          *
      *                CUSTOMERS KEEP BOOKING AND NOT TURNING UP, BUT  *
      *                ONLY BY MEMORY. A BOOKING COUNTS IN A PERIOD BY *
      *                ITS PICK-UP DATE, YESTERDAY BACKWARDS; THE RATE *
      *                IS NO-SHOWS OVER THE BOOKINGS NOT CANCELLED.    *
      * 2026-10-15 JM  RES-REC LAYOUT KEPT IN STEP WITH EXERC005 - THE *
      *                BOOKING NOW ENDS WITH ITS PICKUP AND RETURN     *
      *                BRANCHES.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC080.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RESV-FILE      ASSIGN TO RESVFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RESV-STATUS.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CUST-NUMERO
                                  FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO NOSHWRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT SORT-FILE      ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RESV-FILE.
       01  RES-REC.
           05  RES-PLACA          PIC X(07).
           05  RES-CLIENTE        PIC 9(06).
           05  RES-DATA-RETIRADA  PIC 9(08).
           05  RES-DATA-DEVOLUCAO PIC 9(08).
           05  RES-DATA-RUN       PIC 9(08).
           05  RES-SITUACAO       PIC X(01).
               88  RES-RESERVADA  VALUE SPACE.
               88  RES-RETIRADA   VALUE 'R'.
               88  RES-NO-SHOW    VALUE 'N'.
               88  RES-CANCELADA  VALUE 'C'.
               88  RES-ATIVA      VALUE SPACE 'R'.
           05  RES-DATA-SITUACAO  PIC 9(08).
           05  RES-FILIAL-RETIRADA PIC X(03).
           05  RES-FILIAL-DEVOLUCAO PIC X(03).
      *
       FD  CUSTOMER-MASTER.
       01  CUST-REC.
           05  CUST-NUMERO        PIC 9(06).
           05  CUST-NOME          PIC X(30).
           05  CUST-ENDERECO      PIC X(30).
           05  CUST-CPF-CNPJ      PIC X(14).
           05  CUST-STATUS        PIC X(01).
               88  CUST-ATIVO     VALUE 'A'.
               88  CUST-INATIVO   VALUE 'I'.
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-CLIENTE        PIC 9(06).
           05  SRT-SEMANA         PIC X(01).
           05  SRT-SITUACAO       PIC X(01).
      *
       WORKING-STORAGE SECTION.
       01  WS-RESV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-RESV            PIC X(01) VALUE 'N'.
       01  WS-FIM-SORT            PIC X(01) VALUE 'N'.
       01  WS-RESV-EXISTE         PIC X(01) VALUE 'S'.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
      * THE TWO PERIODS IN DAYS BEFORE TODAY, AND HOW FAR BACK THE
      * BOOKING BEING READ FALLS.
       01  WS-DIAS-SEMANA         PIC 9(03) VALUE 7.
       01  WS-DIAS-PERIODO        PIC 9(03) VALUE 84.
       01  WS-DIA-HOJE            PIC 9(07) VALUE ZEROES.
       01  WS-DIAS-ATRAS          PIC S9(07) VALUE ZEROES.
      *
       01  WS-CLIENTE-ATUAL       PIC 9(06) VALUE ZEROES.
       01  WS-NOME-CLIENTE        PIC X(30) VALUE SPACES.
      *
      * ONE SET OF COUNTERS PER PERIOD - (1) THE WEEK, (2) THE 12
      * WEEKS - FOR THE CUSTOMER IN HAND AND FOR THE WHOLE REPORT.
       01  WS-CONTADORES-CLIENTE.
           05  WS-CC-PERIODO      OCCURS 2 TIMES.
               10  WS-CC-RESERVAS   PIC 9(05).
               10  WS-CC-NO-SHOW    PIC 9(05).
               10  WS-CC-CANCELADAS PIC 9(05).
       01  WS-CONTADORES-GERAL.
           05  WS-CG-PERIODO      OCCURS 2 TIMES.
               10  WS-CG-RESERVAS   PIC 9(07).
               10  WS-CG-NO-SHOW    PIC 9(07).
               10  WS-CG-CANCELADAS PIC 9(07).
       01  WS-P                   PIC 9(01) VALUE ZEROES.
       01  WS-BASE-TAXA           PIC 9(07) VALUE ZEROES.
       01  WS-TAXA-NO-SHOW        PIC 9(03)V9(01) VALUE ZEROES.
       01  WS-QTD-CLIENTES        PIC 9(05) VALUE ZEROES.
      *
       01  WS-COL-HEADER-1.
           05  FILLER             PIC X(48) VALUE SPACES.
           05  FILLER             PIC X(30) VALUE
               '---- ULTIMA SEMANA -----'.
           05  FILLER             PIC X(30) VALUE
               '--- ULTIMAS 12 SEMANAS ---'.
      *
       01  WS-COL-HEADER-2.
           05  FILLER             PIC X(48) VALUE
               ' CLIENTE  NOME'.
           05  FILLER             PIC X(30) VALUE
               'RESERV NO-SHOW CANCEL  TAXA%'.
           05  FILLER             PIC X(30) VALUE
               'RESERV NO-SHOW CANCEL  TAXA%'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(08) VALUE SPACES.
           05  WS-DT-PERIODO      OCCURS 2 TIMES.
               10  WS-DT-RESERVAS   PIC ZZ.ZZ9.
               10  FILLER           PIC X(02).
               10  WS-DT-NO-SHOW    PIC ZZ.ZZ9.
               10  FILLER           PIC X(01).
               10  WS-DT-CANCELADAS PIC ZZ.ZZ9.
               10  FILLER           PIC X(02).
               10  WS-DT-TAXA       PIC ZZ9,9.
               10  FILLER           PIC X(02).
      *
       01  WS-SUM-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(30).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       01  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
       01  WS-RECS-WRTN           PIC 9(07) VALUE ZEROES.
       01  WS-CONTROL-TOT         PIC 9(10)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           SORT SORT-FILE
             ON ASCENDING KEY SRT-CLIENTE
             INPUT PROCEDURE IS CARREGAR-RESERVAS
             OUTPUT PROCEDURE IS IMPRIMIR-TAXAS.
      *
           PERFORM FINALIZAR.
           GOBACK.
      *
       INICIALIZAR.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-DIA-HOJE =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
           MOVE ZEROES TO WS-CONTADORES-GERAL.
      *
      * A MISSING RESVFILE MEANS NO BOOKING YET - AN EMPTY REPORT.
           OPEN INPUT  RESV-FILE.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'N' TO WS-RESV-EXISTE
             MOVE 'Y' TO WS-EOF-RESV
           ELSE
             MOVE 'RESV-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           OPEN INPUT  CUSTOMER-MASTER.
           MOVE WS-CUST-STATUS    TO WS-FILE-STATUS.
           MOVE 'CUSTOMER-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * SORT INPUT PROCEDURE - ONE SORT RECORD PER BOOKING WHOSE
      * PICK-UP FELL IN THE 12 WEEKS BEFORE TODAY, FLAGGED WHEN IT
      * FELL IN THE LAST 7 DAYS. THE PICK-UP DATE WAS VALIDATED BY
      * EXERC005 WHEN THE BOOKING WAS TAKEN.
       CARREGAR-RESERVAS.
           IF WS-RESV-EXISTE IS EQUAL TO 'S'
             PERFORM LER-RESERVA
               WITH TEST AFTER
               UNTIL WS-EOF-RESV IS EQUAL TO 'Y'
           END-IF.
      *
       LER-RESERVA.
           READ RESV-FILE
             AT END
               MOVE 'Y' TO WS-EOF-RESV
           END-READ.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           MOVE 'RESV-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RESV IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF RES-DATA-RETIRADA IS LESS THAN WS-RUN-DATE-NUM
               COMPUTE WS-DIAS-ATRAS = WS-DIA-HOJE
                     - FUNCTION INTEGER-OF-DATE(RES-DATA-RETIRADA)
               IF WS-DIAS-ATRAS IS NOT GREATER THAN WS-DIAS-PERIODO
                 MOVE RES-CLIENTE  TO SRT-CLIENTE
                 MOVE RES-SITUACAO TO SRT-SITUACAO
                 IF WS-DIAS-ATRAS IS NOT GREATER THAN WS-DIAS-SEMANA
                   MOVE 'S' TO SRT-SEMANA
                 ELSE
                   MOVE 'N' TO SRT-SEMANA
                 END-IF
                 RELEASE SRT-REC
               END-IF
             END-IF
           END-IF.
      *
       IMPRIMIR-TAXAS.
           MOVE 'EXERC080'                   TO RP-HDR-PROGRAM.
           MOVE 'TAXA DE NO-SHOW POR CLIENTE' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER-1 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER-2 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE ZEROES TO WS-CONTADORES-CLIENTE.
           PERFORM RETORNAR-RESERVA
             WITH TEST AFTER
             UNTIL WS-FIM-SORT IS EQUAL TO 'Y'.
           IF WS-CLIENTE-ATUAL IS NOT EQUAL TO ZEROES
             PERFORM IMPRIMIR-CLIENTE
           END-IF.
      *
           PERFORM IMPRIMIR-TOTAL-GERAL.
      *
       RETORNAR-RESERVA.
           RETURN SORT-FILE
             AT END
               MOVE 'Y' TO WS-FIM-SORT
           END-RETURN.
      *
           IF WS-FIM-SORT IS NOT EQUAL TO 'Y'
             IF SRT-CLIENTE IS NOT EQUAL TO WS-CLIENTE-ATUAL
               IF WS-CLIENTE-ATUAL IS NOT EQUAL TO ZEROES
                 PERFORM IMPRIMIR-CLIENTE
               END-IF
               MOVE SRT-CLIENTE TO WS-CLIENTE-ATUAL
               MOVE ZEROES      TO WS-CONTADORES-CLIENTE
             END-IF
             MOVE 2 TO WS-P
             PERFORM CONTAR-RESERVA
             IF SRT-SEMANA IS EQUAL TO 'S'
               MOVE 1 TO WS-P
               PERFORM CONTAR-RESERVA
             END-IF
           END-IF.
      *
       CONTAR-RESERVA.
           ADD 1 TO WS-CC-RESERVAS(WS-P).
           EVALUATE SRT-SITUACAO
             WHEN 'N'
               ADD 1 TO WS-CC-NO-SHOW(WS-P)
             WHEN 'C'
               ADD 1 TO WS-CC-CANCELADAS(WS-P)
           END-EVALUATE.
      *
      * A CUSTOMER MISSING FROM CUSTMAST IS STILL LISTED, WITH THE
      * NAME BLANK.
       IMPRIMIR-CLIENTE.
           MOVE SPACES TO WS-NOME-CLIENTE.
           MOVE WS-CLIENTE-ATUAL TO CUST-NUMERO.
           READ CUSTOMER-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE CUST-NOME TO WS-NOME-CLIENTE
           END-READ.
      *
           MOVE SPACES           TO WS-DETAIL-LINE.
           MOVE WS-CLIENTE-ATUAL TO WS-DT-CLIENTE.
           MOVE WS-NOME-CLIENTE  TO WS-DT-NOME.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > 2
             MOVE WS-CC-RESERVAS(WS-P)   TO WS-DT-RESERVAS(WS-P)
             MOVE WS-CC-NO-SHOW(WS-P)    TO WS-DT-NO-SHOW(WS-P)
             MOVE WS-CC-CANCELADAS(WS-P) TO WS-DT-CANCELADAS(WS-P)
             COMPUTE WS-BASE-TAXA = WS-CC-RESERVAS(WS-P)
                                  - WS-CC-CANCELADAS(WS-P)
             IF WS-BASE-TAXA IS GREATER THAN ZEROES
               COMPUTE WS-TAXA-NO-SHOW ROUNDED =
                       WS-CC-NO-SHOW(WS-P) * 100 / WS-BASE-TAXA
             ELSE
               MOVE ZEROES TO WS-TAXA-NO-SHOW
             END-IF
             MOVE WS-TAXA-NO-SHOW TO WS-DT-TAXA(WS-P)
             ADD WS-CC-RESERVAS(WS-P)   TO WS-CG-RESERVAS(WS-P)
             ADD WS-CC-NO-SHOW(WS-P)    TO WS-CG-NO-SHOW(WS-P)
             ADD WS-CC-CANCELADAS(WS-P) TO WS-CG-CANCELADAS(WS-P)
           END-PERFORM.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           ADD 1 TO WS-QTD-CLIENTES.
           ADD WS-CC-NO-SHOW(2) TO WS-CONTROL-TOT.
      *
       IMPRIMIR-TOTAL-GERAL.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES           TO WS-DETAIL-LINE.
           MOVE ZEROES           TO WS-DT-CLIENTE.
           MOVE 'TOTAL GERAL'    TO WS-DT-NOME.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > 2
             MOVE WS-CG-RESERVAS(WS-P)   TO WS-DT-RESERVAS(WS-P)
             MOVE WS-CG-NO-SHOW(WS-P)    TO WS-DT-NO-SHOW(WS-P)
             MOVE WS-CG-CANCELADAS(WS-P) TO WS-DT-CANCELADAS(WS-P)
             COMPUTE WS-BASE-TAXA = WS-CG-RESERVAS(WS-P)
                                  - WS-CG-CANCELADAS(WS-P)
             IF WS-BASE-TAXA IS GREATER THAN ZEROES
               COMPUTE WS-TAXA-NO-SHOW ROUNDED =
                       WS-CG-NO-SHOW(WS-P) * 100 / WS-BASE-TAXA
             ELSE
               MOVE ZEROES TO WS-TAXA-NO-SHOW
             END-IF
             MOVE WS-TAXA-NO-SHOW TO WS-DT-TAXA(WS-P)
           END-PERFORM.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CLIENTES LISTADOS:'         TO WS-SM-LIT.
           MOVE WS-QTD-CLIENTES             TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
       FINALIZAR.
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-RESV-EXISTE IS EQUAL TO 'S'
             CLOSE RESV-FILE
           END-IF.
           CLOSE CUSTOMER-MASTER.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
