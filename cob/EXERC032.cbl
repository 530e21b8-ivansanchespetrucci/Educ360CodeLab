      *               RECORD PER MATRICULA AND ANO-MES AND PRINTS A    *
      *               REGISTER WITH THE CONTROL TOTAL ACCOUNTING BOOKS *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FERHIST ONLY STARTED WITH EXERC061, SO A        *
      *                COMPLETED PERIOD FROM BEFORE IT LOOKED UNTAKEN  *
      *                AND EVERY LONG-SERVING EMPLOYEE CAME OUT OWING  *
      *                YEARS OF VACATION. PERIODS ALREADY COMPLETE ON  *
      *                THE PARMMAST FERIAS-CORTE DATE (THE DAY FERHIST *
      *                STARTED) ARE TAKEN AS SETTLED, AND THE DAYS     *
      *                STILL OWED ON COMPLETED PERIODS NEVER EXCEED    *
      *                60 - TWO PERIODS, THE MOST THAT CAN BUILD UP    *
      *                BEFORE THE FIRST MUST BE GRANTED. EXERC060 AND  *
      *                EXERC061 TAKE THE BALANCE FROM FERPROV.         *
      * 2026-10-15 JM  READS THE FERHIST VACATION-TAKEN HISTORY THE    *
      *                EXERC061 PAYMENT RUN WRITES. DAYS TAKEN OR SOLD *
      *                COME OFF THE COMPLETED PERIODS FIRST AND THEN   *
      *                OFF THE OPEN ONE, SO FERIAS VENCIDAS ONLY FLAGS *
      *                DAYS STILL OWED AND THE PROVISION DROPS BY THE  *
      *                DAYS ALREADY PAID. FERPROV NOW ALSO CARRIES THE *
      *                TOTAL DAY BALANCE AND THE RUN DATE FOR THE      *
      *                PAYMENT AND SEVERANCE RUNS.                     *
      * 2026-09-02 JM  HR-REC LAYOUT KEPT IN STEP WITH EXERC003 - THE  *
      *                HR MASTER NOW CARRIES A RECORD TYPE AND 'A'     *
      *                AFASTAMENTO RECORDS; ONLY 'E' RECORDS ACCRUE    *
           SELECT EMP-FILE       ASSIGN TO EMPFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-EMP-STATUS.
      *
           SELECT USO-FILE       ASSIGN TO FERHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-USO-STATUS.
      *
           SELECT PROV-FILE      ASSIGN TO FERPROV
                                  ORGANIZATION IS SEQUENTIAL
           05  EMP-SAL-BASE       PIC 9(06)V9(02).
           05  EMP-CARGO-GRADE    PIC X(02).
           05  EMP-DEPTO          PIC 9(03).
      *
       FD  USO-FILE.
       01  GOZ-REC.
           05  GOZ-MATRICULA      PIC 9(06).
           05  GOZ-DATA-INICIO    PIC 9(08).
           05  GOZ-DIAS-GOZO      PIC 9(02).
           05  GOZ-DIAS-ABONO     PIC 9(02).
           05  GOZ-VALOR-PAGO     PIC 9(08)V9(02).
           05  GOZ-VALOR-PROV     PIC 9(08)V9(02).
           05  GOZ-DATA-RUN       PIC 9(08).
      *
       FD  PROV-FILE.
       01  FER-REC.
           05  FER-VALOR-TERCO    PIC 9(08)V9(02).
           05  FER-VALOR-TOTAL    PIC 9(08)V9(02).
           05  FER-PERIODOS-VENC  PIC 9(02).
           05  FER-DIAS-SALDO     PIC 9(03)V9(01).
           05  FER-DATA-RUN       PIC 9(08).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
       WORKING-STORAGE SECTION.
       01  WS-HR-STATUS           PIC X(02) VALUE SPACES.
       01  WS-EMP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-USO-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PROV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
       01  WS-EOF-HR              PIC X(01) VALUE 'N'.
       01  WS-EOF-EMP             PIC X(01) VALUE 'N'.
       01  WS-EOF-USO             PIC X(01) VALUE 'N'.
       01  WS-TEM-FERHIST         PIC X(01) VALUE 'N'.
      *
       01  WS-HOJE                PIC 9(08).
       01  WS-HOJE-R REDEFINES WS-HOJE.
               10  WS-SAL-MATRICULA PIC 9(06).
               10  WS-SAL-BASE      PIC 9(06)V9(02).
       01  WS-SAL-COUNT           PIC 9(04) VALUE ZEROES.
      *
      * VACATION DAYS ALREADY TAKEN OR SOLD, SUMMED PER MATRICULA
      * FROM FERHIST. A MISSING FERHIST MEANS NOTHING TAKEN YET.
       01  WS-USO-TAB.
           05  WS-USO-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-USO-COUNT.
               10  WS-USO-MATRICULA PIC 9(06).
               10  WS-USO-DIAS      PIC 9(04).
       01  WS-USO-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU-USO           PIC X(01) VALUE 'N'.
       01  WS-DIAS-USADOS         PIC 9(04) VALUE ZEROES.
      *
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU-SAL           PIC X(01) VALUE 'N'.
           05  WS-INI-MM          PIC 9(02).
           05  WS-INI-DD          PIC 9(02).
       01  WS-DIAS-FERIAS         PIC 9(02)V9(01) VALUE ZEROES.
       01  WS-DIAS-COMPLETOS      PIC 9(04) VALUE ZEROES.
       01  WS-DIAS-EXCEDENTES     PIC 9(04)V9(01) VALUE ZEROES.
       01  WS-DIAS-VENCIDOS       PIC 9(04) VALUE ZEROES.
       01  WS-DIAS-SALDO          PIC 9(03)V9(01) VALUE ZEROES.
      *
      * FERHIST CUT-OVER - PERIODS ALREADY COMPLETE ON THIS DATE ARE
      * SETTLED (ZERO WHEN PARMMAST HAS NO FERIAS-CORTE). THE DAYS
      * OWED ON COMPLETED PERIODS ARE CAPPED AT WS-DIAS-VENC-MAXIMO.
       01  WS-DATA-CORTE          PIC 9(08) VALUE ZEROES.
       01  WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
           05  WS-CORTE-AAAA      PIC 9(04).
           05  WS-CORTE-MM        PIC 9(02).
           05  WS-CORTE-DD        PIC 9(02).
       01  WS-MESES-CORTE         PIC S9(05) VALUE ZEROES.
       01  WS-PERIODOS-CORTE      PIC 9(03) VALUE ZEROES.
       01  WS-DIAS-VENC-MAXIMO    PIC 9(04) VALUE 60.
       01  WS-VALOR-PROV          PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-TERCO         PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-TOTAL         PIC 9(08)V9(02) VALUE ZEROES.
           MOVE WS-HOJE-AAAA TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-HOJE-AAAA TO WS-ANO-MES(1:4).
           MOVE WS-HOJE-MM   TO WS-ANO-MES(5:2).
      *
           MOVE 'EXERC032'     TO WS-PRM-PROGRAMA.
           MOVE 'FERIAS-CORTE' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES AND
              WS-PRM-TIPO IS EQUAL TO 'D' AND
              WS-PRM-VALOR(1:8) IS NUMERIC
             MOVE WS-PRM-VALOR(1:8) TO WS-DATA-CORTE
           END-IF.
      *
           OPEN INPUT  HR-FILE.
           MOVE WS-HR-STATUS TO WS-FILE-STATUS.
           MOVE WS-EMP-STATUS TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * FERHIST ONLY EXISTS ONCE THE FIRST VACATION HAS BEEN PAID
      * THROUGH EXERC061 - A MISSING FILE MEANS NOTHING TAKEN YET.
           OPEN INPUT  USO-FILE.
           MOVE WS-USO-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-USO
           ELSE
             MOVE 'USO-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'S' TO WS-TEM-FERHIST
             PERFORM CARREGAR-USO
               WITH TEST AFTER
               UNTIL WS-EOF-USO IS EQUAL TO 'Y'
           END-IF.
      *
           OPEN OUTPUT PROV-FILE.
           MOVE WS-PROV-STATUS TO WS-FILE-STATUS.
             MOVE EMP-MATRICULA TO WS-SAL-MATRICULA(WS-SAL-COUNT)
             MOVE EMP-SAL-BASE  TO WS-SAL-BASE(WS-SAL-COUNT)
           END-IF.
      *
       CARREGAR-USO.
           READ USO-FILE
             AT END
               MOVE 'Y' TO WS-EOF-USO
           END-READ.
           MOVE WS-USO-STATUS TO WS-FILE-STATUS.
           MOVE 'USO-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-USO IS NOT EQUAL TO 'Y'
             MOVE 'N' TO WS-ACHOU-USO
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-USO-COUNT
               IF WS-USO-MATRICULA(WS-I) IS EQUAL TO GOZ-MATRICULA
                 ADD GOZ-DIAS-GOZO  TO WS-USO-DIAS(WS-I)
                 ADD GOZ-DIAS-ABONO TO WS-USO-DIAS(WS-I)
                 MOVE 'S' TO WS-ACHOU-USO
                 MOVE WS-USO-COUNT TO WS-I
               END-IF
             END-PERFORM
             IF WS-ACHOU-USO IS EQUAL TO 'N'
               IF WS-USO-COUNT IS NOT LESS THAN 2000
                 DISPLAY 'EXERC032 - MAIS DE 2000 MATRICULAS NO'
                         ' FERHIST - PROVISAO ABORTADA'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-USO-COUNT
               MOVE GOZ-MATRICULA TO WS-USO-MATRICULA(WS-USO-COUNT)
               COMPUTE WS-USO-DIAS(WS-USO-COUNT) =
                       GOZ-DIAS-GOZO + GOZ-DIAS-ABONO
             END-IF
           END-IF.
      *
       PROCESSAR-EMPREGADO.
           READ HR-FILE
                   WS-ADM-AAAA + WS-PERIODOS-COMPL.
      *
           COMPUTE WS-DIAS-FERIAS = WS-MESES-AQUIS * 2,5.
      *
      * PERIODS ALREADY COMPLETE ON THE CUT-OVER DATE WERE SETTLED
      * BEFORE FERHIST EXISTED - SAME MONTH RULE AS ABOVE.
           MOVE ZEROES TO WS-PERIODOS-CORTE.
           IF WS-DATA-CORTE IS GREATER THAN WS-ADMISSAO
             COMPUTE WS-MESES-CORTE =
                     ((WS-CORTE-AAAA - WS-ADM-AAAA) * 12)
                     + WS-CORTE-MM - WS-ADM-MM
             IF WS-CORTE-DD IS LESS THAN WS-ADM-DD
               SUBTRACT 1 FROM WS-MESES-CORTE
             END-IF
             IF WS-MESES-CORTE IS GREATER THAN ZEROES
               COMPUTE WS-PERIODOS-CORTE = WS-MESES-CORTE / 12
             END-IF
             IF WS-PERIODOS-CORTE IS GREATER THAN WS-PERIODOS-COMPL
               MOVE WS-PERIODOS-COMPL TO WS-PERIODOS-CORTE
             END-IF
           END-IF.
      *
      * DAYS ALREADY TAKEN OR SOLD SETTLE THE COMPLETED PERIODS
      * FIRST; ANY EXCESS WAS TAKEN IN ADVANCE OUT OF THE OPEN ONE.
           PERFORM LOCALIZAR-USO.
           COMPUTE WS-DIAS-COMPLETOS =
                   (WS-PERIODOS-COMPL - WS-PERIODOS-CORTE) * 30.
           IF WS-DIAS-USADOS IS NOT LESS THAN WS-DIAS-COMPLETOS
             MOVE ZEROES TO WS-DIAS-VENCIDOS
             COMPUTE WS-DIAS-EXCEDENTES =
                     WS-DIAS-USADOS - WS-DIAS-COMPLETOS
             IF WS-DIAS-EXCEDENTES IS GREATER THAN WS-DIAS-FERIAS
               MOVE ZEROES TO WS-DIAS-FERIAS
             ELSE
               SUBTRACT WS-DIAS-EXCEDENTES FROM WS-DIAS-FERIAS
             END-IF
           ELSE
             COMPUTE WS-DIAS-VENCIDOS =
                     WS-DIAS-COMPLETOS - WS-DIAS-USADOS
           END-IF.
           IF WS-DIAS-VENCIDOS IS GREATER THAN WS-DIAS-VENC-MAXIMO
             MOVE WS-DIAS-VENC-MAXIMO TO WS-DIAS-VENCIDOS
           END-IF.
           COMPUTE WS-PERIODOS-COMPL = (WS-DIAS-VENCIDOS + 29) / 30.
           COMPUTE WS-DIAS-SALDO = WS-DIAS-VENCIDOS + WS-DIAS-FERIAS.
      *
           COMPUTE WS-VALOR-PROV ROUNDED =
                   WS-SAL-EMPREGADO * WS-DIAS-FERIAS / 30.
           COMPUTE WS-VALOR-TERCO ROUNDED = WS-VALOR-PROV / 3.
           COMPUTE WS-VALOR-TOTAL =
                   WS-VALOR-PROV + WS-VALOR-TERCO.
      *
       LOCALIZAR-USO.
           MOVE ZEROES TO WS-DIAS-USADOS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-USO-COUNT
             IF WS-USO-MATRICULA(WS-I) IS EQUAL TO HR-MATRICULA
               MOVE WS-USO-DIAS(WS-I) TO WS-DIAS-USADOS
               MOVE WS-USO-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
       GRAVAR-PROVISAO.
           MOVE HR-MATRICULA      TO FER-MATRICULA.
           MOVE WS-VALOR-TERCO    TO FER-VALOR-TERCO.
           MOVE WS-VALOR-TOTAL    TO FER-VALOR-TOTAL.
           MOVE WS-PERIODOS-COMPL TO FER-PERIODOS-VENC.
           MOVE WS-DIAS-SALDO     TO FER-DIAS-SALDO.
           MOVE WS-HOJE           TO FER-DATA-RUN.
           WRITE FER-REC.
           MOVE WS-PROV-STATUS TO WS-FILE-STATUS.
           MOVE 'PROV-FILE'    TO WS-FILE-ID.
      *
           CLOSE HR-FILE.
           CLOSE EMP-FILE.
           IF WS-TEM-FERHIST IS EQUAL TO 'S'
             CLOSE USO-FILE
           END-IF.
           CLOSE PROV-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           COPY CPYFILCHK.
      *
           COPY CPYPRMPD.
