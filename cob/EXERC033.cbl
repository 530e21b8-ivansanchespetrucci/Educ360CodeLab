      *               UP ON THE NEXT PAYROLL AS A RETROATIVO EARNINGS  *
      *               LINE ON THE PAYSLIP                              *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  DISSIDIO BACK PAY - THE OPTIONAL DISSDIF FILE   *
      *                EXERC065 WRITES FOR A BACK-DATED AGREEMENT      *
      *                CARRIES THE OLD AND NEW SALARY PER MATRICULA.   *
      *                FROM ITS EFFECTIVE MONTH ON, THE OLD BRUTO IS   *
      *                REBUILT ON THE OLD SALARY AND THE NEW ONE ON    *
      *                THE NEW SALARY (GRATIFICACAO INCLUDED), ONCE    *
      *                PER MATRICULA PER MONTH - THE NIGHTLY PAYROLL   *
      *                LEAVES SEVERAL YTD RECORDS FOR THE SAME MONTH.  *
      *                A DISSDIF ROW COUNTS ONLY IN ITS OWN PAYMENT    *
      *                MONTH, SO A LATER GRATTAB RE-PRICE NEVER PAYS   *
      *                THE SAME DISSIDIO TWICE.                        *
      * 2026-09-02 JM  FIRST VERSION - THE LAST BACK-DATED ACORDO      *
      *                COLETIVO TOOK THREE WEEKS OF MANUAL             *
      *                ADJUSTMENTS. THE RE-PRICE REBUILDS EACH MONTH'S *
           SELECT YTD-FILE       ASSIGN TO YTDFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-YTD-STATUS.
      *
           SELECT DISS-FILE      ASSIGN TO DISSDIF
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DISS-STATUS.
      *
           SELECT DIF-FILE       ASSIGN TO RETRODIF
                                  ORGANIZATION IS SEQUENTIAL
           05  YTD-LIQUIDO        PIC S9(06)V9(02)
                                   SIGN IS LEADING SEPARATE.
           05  YTD-DATA-RUN       PIC 9(08).
      *
      * OLD AND NEW SALARY OF A BACK-DATED DISSIDIO - EXERC065 LAYOUT.
       FD  DISS-FILE.
       01  DIS-REC.
           05  DIS-MATRICULA      PIC 9(06).
           05  DIS-SAL-ANTERIOR   PIC 9(06)V9(02).
           05  DIS-SAL-NOVO       PIC 9(06)V9(02).
           05  DIS-ANO-MES-VIG    PIC 9(06).
           05  DIS-ANO-MES-PAGTO  PIC 9(06).
      *
       FD  DIF-FILE.
       01  DIF-REC.
       01  WS-GRAT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-YTD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DIF-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DISS-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RETRO-STATUS        PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-IRB             PIC X(01) VALUE 'N'.
       01  WS-EOF-GRAT            PIC X(01) VALUE 'N'.
       01  WS-EOF-YTD             PIC X(01) VALUE 'N'.
       01  WS-EOF-DISS            PIC X(01) VALUE 'N'.
      *
       01  WS-ANO-MES-INI         PIC 9(06) VALUE ZEROES.
      *
       01  WS-GRT-MELHOR-VIG      PIC 9(08) VALUE ZEROES.
      *
      * EMPLOYEE MASTER TABLE - SALARY AND GRADE PER MATRICULA FOR
      * THE RE-PRICE, NAME FOR THE REPORT. THE DISSIDIO FIELDS STAY
      * ZERO UNLESS DISSDIF HAS A ROW FOR THE MATRICULA.
       01  WS-EMP-TAB.
           05  WS-EMP-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-EMP-COUNT.
               10  WS-EMP-SAL       PIC 9(06)V9(02).
               10  WS-EMP-GRADE     PIC X(02).
               10  WS-EMP-DELTA     PIC S9(07)V9(02).
               10  WS-EMP-SAL-ANT   PIC 9(06)V9(02).
               10  WS-EMP-SAL-NOVO  PIC 9(06)V9(02).
               10  WS-EMP-VIG-DISS  PIC 9(06).
               10  WS-EMP-ULT-MES   PIC 9(06).
       01  WS-EMP-COUNT           PIC 9(04) VALUE ZEROES.
      *
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-J                   PIC 9(04) VALUE ZEROES.
       01  WS-EMP-IDX             PIC 9(04) VALUE ZEROES.
      *
       01  WS-SAL-ANT-MES         PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-SAL-NOVO-MES        PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-SAL-CALCULO         PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-REPRECIFICA         PIC X(01) VALUE 'S'.
       01  WS-GRATIF-NOVA         PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-GRATIF-ANTIGA-DO-MES PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-GRATIF-CALCULADA    PIC 9(06)V9(02) VALUE ZEROES.
           PERFORM CARREGAR-EMPREGADOS
             WITH TEST AFTER
             UNTIL WS-EOF-EMP IS EQUAL TO 'Y'.
      *
      * DISSDIF ONLY EXISTS ONCE EXERC065 HAS RUN A BACK-DATED
      * AGREEMENT.
           OPEN INPUT  DISS-FILE.
           MOVE WS-DISS-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'DISS-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM CARREGAR-DISSIDIO
               WITH TEST AFTER
               UNTIL WS-EOF-DISS IS EQUAL TO 'Y'
             CLOSE DISS-FILE
           END-IF.
      *
           PERFORM REPRECIFICAR-YTD
             WITH TEST AFTER
             MOVE EMP-SAL-BASE    TO WS-EMP-SAL(WS-EMP-COUNT)
             MOVE EMP-CARGO-GRADE TO WS-EMP-GRADE(WS-EMP-COUNT)
             MOVE ZEROES          TO WS-EMP-DELTA(WS-EMP-COUNT)
             MOVE ZEROES          TO WS-EMP-SAL-ANT(WS-EMP-COUNT)
             MOVE ZEROES          TO WS-EMP-SAL-NOVO(WS-EMP-COUNT)
             MOVE ZEROES          TO WS-EMP-VIG-DISS(WS-EMP-COUNT)
             MOVE ZEROES          TO WS-EMP-ULT-MES(WS-EMP-COUNT)
           END-IF.
      *
      * ONLY THE ROWS DUE IN THE CURRENT MONTH COUNT - AN OLDER
      * DISSDIF WAS ALREADY PAID BY THE RUN OF ITS OWN MONTH.
       CARREGAR-DISSIDIO.
           READ DISS-FILE
             AT END
               MOVE 'Y' TO WS-EOF-DISS
           END-READ.
           MOVE WS-DISS-STATUS TO WS-FILE-STATUS.
           MOVE 'DISS-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-DISS IS NOT EQUAL TO 'Y'
             IF DIS-ANO-MES-PAGTO IS EQUAL TO WS-ANO-MES-ATUAL
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-EMP-COUNT
                 IF WS-EMP-MATRICULA(WS-I) IS EQUAL TO DIS-MATRICULA
                   MOVE DIS-SAL-ANTERIOR TO WS-EMP-SAL-ANT(WS-I)
                   MOVE DIS-SAL-NOVO     TO WS-EMP-SAL-NOVO(WS-I)
                   MOVE DIS-ANO-MES-VIG  TO WS-EMP-VIG-DISS(WS-I)
                   MOVE WS-EMP-COUNT     TO WS-I
                 END-IF
               END-PERFORM
             END-IF
           END-IF.
      *
       REPRECIFICAR-YTD.
             END-IF
           END-PERFORM.
      *
           IF WS-EMP-IDX IS NOT EQUAL TO ZEROES
             PERFORM DEFINIR-SALARIOS-DO-MES
           END-IF.
      *
           IF WS-EMP-IDX IS EQUAL TO ZEROES OR
              WS-REPRECIFICA IS EQUAL TO 'N'
             CONTINUE
           ELSE
             PERFORM CALCULAR-GRATIF-DO-MES
             COMPUTE WS-DELTA-BRUTO =
                     (WS-SAL-NOVO-MES + WS-GRATIF-NOVA)
                     - (WS-SAL-ANT-MES
                        + WS-GRATIF-ANTIGA-DO-MES)
             COMPUTE WS-BRUTO-NOVO =
                     YTD-SAL-BRUTO + WS-DELTA-BRUTO
             END-IF
           END-IF.
      *
      * WITHOUT A DISSIDIO BOTH SIDES USE THE CURRENT EMP-SAL-BASE AND
      * ONLY THE GRATIFICACAO RULE MOVES. FROM THE DISSIDIO'S EFFECTIVE
      * MONTH ON, THE OLD SIDE IS THE PRE-AGREEMENT SALARY AND THE NEW
      * SIDE THE AGREED ONE - AND ONLY THE FIRST YTD RECORD OF EACH
      * MONTH IS RE-PRICED, OR THE NIGHTLY RECORDS WOULD MULTIPLY THE
      * SALARY DIFFERENCE BY THE NUMBER OF NIGHTS.
       DEFINIR-SALARIOS-DO-MES.
           MOVE 'S' TO WS-REPRECIFICA.
           MOVE WS-EMP-SAL(WS-EMP-IDX) TO WS-SAL-ANT-MES.
           MOVE WS-EMP-SAL(WS-EMP-IDX) TO WS-SAL-NOVO-MES.
           IF WS-EMP-VIG-DISS(WS-EMP-IDX) IS NOT EQUAL TO ZEROES AND
              YTD-ANO-MES IS NOT LESS THAN WS-EMP-VIG-DISS(WS-EMP-IDX)
             IF YTD-ANO-MES IS EQUAL TO WS-EMP-ULT-MES(WS-EMP-IDX)
               MOVE 'N' TO WS-REPRECIFICA
             ELSE
               MOVE YTD-ANO-MES TO WS-EMP-ULT-MES(WS-EMP-IDX)
               MOVE WS-EMP-SAL-ANT(WS-EMP-IDX)  TO WS-SAL-ANT-MES
               MOVE WS-EMP-SAL-NOVO(WS-EMP-IDX) TO WS-SAL-NOVO-MES
             END-IF
           END-IF.
      *
      * THE RULE IN EFFECT FOR THE RE-PRICED MONTH IS THE ONE WITH
      * THE LATEST VIGENCIA WHOSE AAAAMM IS NOT AFTER THAT MONTH -
      * THE SAME LATEST-NOT-AFTER PICK EXERC004 MAKES AGAINST THE
      * DATE (YTD-DATA-RUN), SO THE DELTA IS EXACTLY WHAT THE
      * BACK-DATED RULE CHANGED.
       CALCULAR-GRATIF-DO-MES.
           MOVE WS-SAL-NOVO-MES TO WS-SAL-CALCULO.
           MOVE ZEROES TO WS-GRT-ESCOLHIDO.
           MOVE ZEROES TO WS-GRT-MELHOR-VIG.
           PERFORM VARYING WS-J FROM 1 BY 1
           PERFORM AVALIAR-REGRA-ESCOLHIDA.
           MOVE WS-GRATIF-CALCULADA TO WS-GRATIF-NOVA.
      *
           MOVE WS-SAL-ANT-MES TO WS-SAL-CALCULO.
           MOVE ZEROES TO WS-GRT-ESCOLHIDO.
           MOVE ZEROES TO WS-GRT-MELHOR-VIG.
           PERFORM VARYING WS-J FROM 1 BY 1
       AVALIAR-REGRA-ESCOLHIDA.
           IF WS-GRT-ESCOLHIDO IS GREATER THAN ZEROES
             COMPUTE WS-GRATIF-CALCULADA ROUNDED =
                     WS-SAL-CALCULO
                     * WS-GRT-PCT(WS-GRT-ESCOLHIDO) / 100
             IF WS-GRATIF-CALCULADA IS LESS THAN
                WS-GRT-MIN(WS-GRT-ESCOLHIDO)
             END-IF
           ELSE
             COMPUTE WS-GRATIF-CALCULADA =
                     WS-SAL-CALCULO * 0,1
           END-IF.
      *
       CALCULAR-IR-NOVO.
