      ******************************************************************
      * FILE NAME   : EXERC061                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : VACATION (FERIAS) PAYMENT RUN - READS THE FERTRAN*
      *               VACATION-TAKEN TRANSACTIONS (MATRICULA, START    *
      *               DATE, DAYS TAKEN, DAYS SOLD AS ABONO PECUNIARIO),*
      *               CHECKS THEM AGAINST THE DAY BALANCE EXERC032     *
      *               LEFT ON FERPROV, PAYS THE VACATION SALARY PLUS   *
      *               THE CONSTITUTIONAL 1/3, WITHHOLDS IR FROM THE    *
      *               SAME IR-BRACKETS TABLE EXERC004 USES, CUTS A     *
      *               REMITTANCE RECORD IN THE REMESSA LAYOUT AND      *
      *               APPENDS THE DAYS USED AND THE PROVISION REVERSED *
      *               TO THE FERHIST HISTORY THE NEXT EXERC032 RUN     *
      *               DEBITS FROM THE BALANCE                          *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - VACATION PAY WAS WORKED OUT ON  *
      *                A SPREADSHEET AND THE PROVISION NEVER CAME      *
      *                DOWN. A REQUEST FOR MORE DAYS THAN THE BALANCE, *
      *                MORE THAN 10 DAYS OF ABONO, OR STARTING ON A    *
      *                DAY CALCHK DOES NOT CALL A BUSINESS DAY GOES TO *
      *                FERPEXC. THE BALANCE IS THE LATEST FERPROV      *
      *                FER-DIAS-SALDO LESS ANY FERHIST DAYS PAID SINCE *
      *                THAT PROVISION RAN, INCLUDING EARLIER           *
      *                TRANSACTIONS OF THIS SAME RUN. THE ABONO        *
      *                PECUNIARIO AND ITS THIRD ARE NOT TAXED.         *
      * 2026-10-15 JM  A CARD WHOSE MATRICULA AND START DATE ARE       *
      *                ALREADY ON FERHIST (PAID ON AN EARLIER NIGHT OR *
      *                EARLIER IN THIS RUN) GOES TO FERPEXC - A        *
      *                RESUBMITTED CARD IS NO LONGER PAID AND DEBITED  *
      *                TWICE.                                          *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC061.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRAN-FILE      ASSIGN TO FERTRAN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT EMP-FILE       ASSIGN TO EMPFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-EMP-STATUS.
      *
           SELECT PROV-FILE      ASSIGN TO FERPROV
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PROV-STATUS.
      *
           SELECT USO-FILE       ASSIGN TO FERHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-USO-STATUS.
      *
           SELECT IR-BRACKETS    ASSIGN TO IRBRACK
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-IRB-STATUS.
      *
           SELECT BANK-FILE      ASSIGN TO BANKFILE
                                  ORGANIZATION IS INDEXED
                                  RECORD KEY IS BNK-MATRICULA
                                  ACCESS MODE IS DYNAMIC
                                  FILE STATUS IS WS-BANK-STATUS.
      *
           SELECT REMIT-FILE     ASSIGN TO FERREM
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-REMIT-STATUS.
      *
           SELECT STUB-FILE      ASSIGN TO FERSTUB
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-STUB-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO FERPEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO FERPRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  TRAN-FILE.
       01  TRN-REC.
           05  TRN-MATRICULA      PIC 9(06).
           05  TRN-DATA-INICIO    PIC 9(08).
           05  TRN-DIAS-GOZO      PIC 9(02).
           05  TRN-DIAS-ABONO     PIC 9(02).
      *
       FD  EMP-FILE.
       01  EMP-REC.
           05  EMP-MATRICULA      PIC 9(06).
           05  EMP-NOME           PIC X(30).
           05  EMP-SAL-BASE       PIC 9(06)V9(02).
           05  EMP-CARGO-GRADE    PIC X(02).
           05  EMP-DEPTO          PIC 9(03).
      *
       FD  PROV-FILE.
       01  FER-REC.
           05  FER-MATRICULA      PIC 9(06).
           05  FER-ANO-MES        PIC 9(06).
           05  FER-INI-AQUISITIVO PIC 9(08).
           05  FER-MESES-AQUIS    PIC 9(02).
           05  FER-DIAS-FERIAS    PIC 9(02)V9(01).
           05  FER-VALOR-PROV     PIC 9(08)V9(02).
           05  FER-VALOR-TERCO    PIC 9(08)V9(02).
           05  FER-VALOR-TOTAL    PIC 9(08)V9(02).
           05  FER-PERIODOS-VENC  PIC 9(02).
           05  FER-DIAS-SALDO     PIC 9(03)V9(01).
           05  FER-DATA-RUN       PIC 9(08).
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
       FD  IR-BRACKETS.
       01  IRB-REC.
           05  IRB-LIMITE         PIC 9(06)V9(02).
           05  IRB-PERCENTUAL     PIC 9(01)V9(02).
      *
       FD  BANK-FILE.
       01  BNK-REC.
           05  BNK-MATRICULA      PIC 9(06).
           05  BNK-BANCO          PIC 9(03).
           05  BNK-AGENCIA        PIC 9(04).
           05  BNK-CONTA          PIC 9(10).
      *
      * SAME FIXED LAYOUT AS EXERC004'S REMESSA SO TREASURY'S BANK
      * UPLOAD HANDLES VACATION PAY LIKE NORMAL PAY.
       FD  REMIT-FILE.
       01  REM-REC.
           05  REM-MATRICULA      PIC 9(06).
           05  REM-NOME           PIC X(30).
           05  REM-BANCO          PIC 9(03).
           05  REM-AGENCIA        PIC 9(04).
           05  REM-CONTA          PIC 9(10).
           05  REM-VALOR          PIC 9(08)V9(02).
      *
       FD  STUB-FILE.
       01  STUB-LINE              PIC X(100).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       WORKING-STORAGE SECTION.
       01  WS-TRAN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EMP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PROV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-USO-STATUS          PIC X(02) VALUE SPACES.
       01  WS-IRB-STATUS          PIC X(02) VALUE SPACES.
       01  WS-BANK-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REMIT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-STUB-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
       01  WS-EOF-TRAN            PIC X(01) VALUE 'N'.
       01  WS-EOF-EMP             PIC X(01) VALUE 'N'.
       01  WS-EOF-PROV            PIC X(01) VALUE 'N'.
       01  WS-EOF-USO             PIC X(01) VALUE 'N'.
       01  WS-EOF-IRB             PIC X(01) VALUE 'N'.
      *
       01  WS-HOJE                PIC 9(08).
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05  WS-HOJE-AAAA       PIC 9(04).
           05  WS-HOJE-MM         PIC 9(02).
           05  WS-HOJE-DD         PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
       01  WS-IR-TAB.
           05  WS-IR-LINHA        OCCURS 20 TIMES.
               10  WS-IR-LIMITE     PIC 9(06)V9(02).
               10  WS-IR-PERCENTUAL PIC 9(01)V9(02).
       01  WS-IR-COUNT            PIC 9(02) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-PERCENTUAL-APLIC    PIC 9(01)V9(02) VALUE ZEROES.
      *
      * SALARY AND NAME LOOKUP TABLE - ONE ROW PER EMPFILE RECORD.
       01  WS-SAL-TAB.
           05  WS-SAL-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-SAL-COUNT.
               10  WS-SAL-MATRICULA PIC 9(06).
               10  WS-SAL-NOME      PIC X(30).
               10  WS-SAL-BASE      PIC 9(06)V9(02).
       01  WS-SAL-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU-SAL           PIC X(01) VALUE 'N'.
       01  WS-SAL-EMPREGADO       PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-NOME-EMPREGADO      PIC X(30) VALUE SPACES.
      *
      * DAY BALANCE PER MATRICULA - THE LATEST FERPROV ROW, WITH THE
      * FERHIST DAYS PAID SINCE THAT PROVISION RAN (AND THE ONES
      * PAID EARLIER IN THIS RUN) ACCUMULATED IN WS-PRV-USADO.
       01  WS-PRV-TAB.
           05  WS-PRV-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-PRV-COUNT.
               10  WS-PRV-MATRICULA PIC 9(06).
               10  WS-PRV-ANO-MES   PIC 9(06).
               10  WS-PRV-SALDO     PIC 9(03)V9(01).
               10  WS-PRV-DATA-RUN  PIC 9(08).
               10  WS-PRV-USADO     PIC 9(04).
       01  WS-PRV-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-PRV-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-MATRICULA-BUSCA     PIC 9(06) VALUE ZEROES.
       01  WS-ACHOU-PRV           PIC X(01) VALUE 'N'.
       01  WS-SALDO-DISPONIVEL    PIC S9(04)V9(01) VALUE ZEROES.
      *
      * PERIODS ALREADY ON FERHIST - MATRICULA AND START DATE - PLUS
      * THE ONES PAID IN THIS RUN.
       01  WS-GOZ-TAB.
           05  WS-GOZ-LINHA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-GOZ-COUNT.
               10  WS-GOZ-MATRICULA PIC 9(06).
               10  WS-GOZ-INICIO    PIC 9(08).
       01  WS-GOZ-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-JA-PAGO             PIC X(01) VALUE 'N'.
      *
       01  WS-FUNCAO-CALCHK       PIC X(01) VALUE SPACE.
       01  WS-DATA-CALCHK         PIC 9(08) VALUE ZEROES.
       01  WS-DATA2-CALCHK        PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-CALCHK      PIC 9(02) VALUE ZEROES.
       01  WS-DATA-RESULT-CALCHK  PIC 9(08) VALUE ZEROES.
       01  WS-QTD-DIAS-CALCHK     PIC S9(05) VALUE ZEROES.
      *
       01  WS-TRAN-OK             PIC X(01) VALUE 'N'.
       01  WS-DIAS-PEDIDOS        PIC 9(03) VALUE ZEROES.
       01  WS-VALOR-DIA           PIC 9(06)V9(04) VALUE ZEROES.
       01  WS-VALOR-FERIAS        PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-TERCO         PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-ABONO         PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-TERCO-ABONO   PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-BASE-IR             PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-IR            PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-BRUTO         PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-LIQUIDO       PIC S9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-ESTORNO       PIC 9(08)V9(02) VALUE ZEROES.
      *
       01  WS-TEM-BANCO           PIC X(01) VALUE 'N'.
       01  WS-REM-QTD             PIC 9(07) VALUE ZEROES.
       01  WS-REM-TOTAL           PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-ESTORNO-TOTAL       PIC 9(10)V9(02) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-NOME         PIC X(30).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-HOL-BORDA           PIC X(60) VALUE
           '------------------------------------------------------'.
       01  WS-HOL-EMPREGADO.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE 'MATRICULA: '.
           05  WS-HOL-MATRICULA   PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(06) VALUE 'NOME: '.
           05  WS-HOL-NOME        PIC X(30).
       01  WS-HOL-PERIODO.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE 'INICIO   : '.
           05  WS-HOL-INICIO      PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(12) VALUE 'DIAS GOZO : '.
           05  WS-HOL-GOZO        PIC Z9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(13) VALUE 'DIAS ABONO : '.
           05  WS-HOL-ABONO       PIC Z9.
       01  WS-HOL-LINHA-VALOR.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-HOL-LIT         PIC X(18) VALUE SPACES.
           05  WS-HOL-VALOR       PIC -ZZ.ZZZ.ZZ9,99.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-INICIO       PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DIAS         PIC Z9.
           05  FILLER             PIC X(01) VALUE '+'.
           05  WS-DT-ABONO        PIC Z9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-BRUTO        COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-IR           COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-LIQUIDO      PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-ESTORNO      COPY CPYAMT.
      *
       01  WS-REM-SUM-LINE1.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'REMESSAS GERADAS    : '.
           05  WS-RS-QTD          PIC ZZZ.ZZ9.
       01  WS-REM-SUM-LINE2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'VALOR TOTAL REMESSA : '.
           05  WS-RS-TOTAL        COPY CPYAMT.
       01  WS-REM-SUM-LINE3.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'PROVISAO ESTORNADA  : '.
           05  WS-RS-ESTORNO      COPY CPYAMT.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
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
           PERFORM LER-TABELA-IR
             WITH TEST AFTER
             UNTIL WS-EOF-IRB IS EQUAL TO 'Y'.
      *
           PERFORM CARREGAR-SALARIOS
             WITH TEST AFTER
             UNTIL WS-EOF-EMP IS EQUAL TO 'Y'.
      *
           PERFORM CARREGAR-PROVISOES
             WITH TEST AFTER
             UNTIL WS-EOF-PROV IS EQUAL TO 'Y'.
      *
      * FERHIST IS READ ONLY AFTER FERPROV - EACH HISTORY ROW IS
      * JUDGED AGAINST ITS OWN MATRICULA'S PROVISION RUN DATE.
           OPEN INPUT  USO-FILE.
           MOVE WS-USO-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-USO
           ELSE
             MOVE 'USO-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM CARREGAR-USO
               WITH TEST AFTER
               UNTIL WS-EOF-USO IS EQUAL TO 'Y'
             CLOSE USO-FILE
           END-IF.
      *
           OPEN EXTEND USO-FILE.
           MOVE WS-USO-STATUS TO WS-FILE-STATUS.
           MOVE 'USO-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM PROCESSAR-TRANSACAO
             WITH TEST AFTER
             UNTIL WS-EOF-TRAN IS EQUAL TO 'Y'.
      *
           PERFORM FINALIZAR.
      *
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC061' TO WS-EXL-PROGRAMA.
           MOVE 'FERPEXC'  TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'          TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-HOJE-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'          TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-HOJE-AAAA TO WS-RUN-DATE-EDIT(7:4).
      *
           OPEN INPUT  TRAN-FILE.
           MOVE WS-TRAN-STATUS TO WS-FILE-STATUS.
           MOVE 'TRAN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  EMP-FILE.
           MOVE WS-EMP-STATUS TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  PROV-FILE.
           MOVE WS-PROV-STATUS TO WS-FILE-STATUS.
           MOVE 'PROV-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  IR-BRACKETS.
           MOVE WS-IRB-STATUS TO WS-FILE-STATUS.
           MOVE 'IR-BRACKETS' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  BANK-FILE.
           MOVE WS-BANK-STATUS TO WS-FILE-STATUS.
           MOVE 'BANK-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REMIT-FILE.
           MOVE WS-REMIT-STATUS TO WS-FILE-STATUS.
           MOVE 'REMIT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT STUB-FILE.
           MOVE WS-STUB-STATUS TO WS-FILE-STATUS.
           MOVE 'STUB-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT EXCEPT-FILE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC061'                  TO RP-HDR-PROGRAM.
           MOVE 'PAGAMENTO DE FERIAS'       TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT             TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                   TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE               TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       LER-TABELA-IR.
           READ IR-BRACKETS
             AT END
               MOVE 'Y' TO WS-EOF-IRB
           END-READ.
           MOVE WS-IRB-STATUS TO WS-FILE-STATUS.
           MOVE 'IR-BRACKETS' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-IRB IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-IR-COUNT
             MOVE IRB-LIMITE     TO WS-IR-LIMITE(WS-IR-COUNT)
             MOVE IRB-PERCENTUAL TO WS-IR-PERCENTUAL(WS-IR-COUNT)
           END-IF.
      *
       CARREGAR-SALARIOS.
           READ EMP-FILE
             AT END
               MOVE 'Y' TO WS-EOF-EMP
           END-READ.
           MOVE WS-EMP-STATUS TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-EMP IS NOT EQUAL TO 'Y'
             IF WS-SAL-COUNT IS NOT LESS THAN 2000
               DISPLAY 'EXERC061 - MAIS DE 2000 MATRICULAS NO'
                       ' EMPFILE - PAGAMENTO ABORTADO'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-SAL-COUNT
             MOVE EMP-MATRICULA TO WS-SAL-MATRICULA(WS-SAL-COUNT)
             MOVE EMP-NOME      TO WS-SAL-NOME(WS-SAL-COUNT)
             MOVE EMP-SAL-BASE  TO WS-SAL-BASE(WS-SAL-COUNT)
           END-IF.
      *
       CARREGAR-PROVISOES.
           READ PROV-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PROV
           END-READ.
           MOVE WS-PROV-STATUS TO WS-FILE-STATUS.
           MOVE 'PROV-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PROV IS NOT EQUAL TO 'Y'
             MOVE FER-MATRICULA TO WS-MATRICULA-BUSCA
             PERFORM LOCALIZAR-PROVISAO
             IF WS-ACHOU-PRV IS EQUAL TO 'S'
               IF FER-ANO-MES IS GREATER THAN
                  WS-PRV-ANO-MES(WS-PRV-IDX)
                 MOVE FER-ANO-MES    TO WS-PRV-ANO-MES(WS-PRV-IDX)
                 MOVE FER-DIAS-SALDO TO WS-PRV-SALDO(WS-PRV-IDX)
                 MOVE FER-DATA-RUN   TO WS-PRV-DATA-RUN(WS-PRV-IDX)
               END-IF
             ELSE
               IF WS-PRV-COUNT IS NOT LESS THAN 2000
                 DISPLAY 'EXERC061 - MAIS DE 2000 MATRICULAS NO'
                         ' FERPROV - PAGAMENTO ABORTADO'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-PRV-COUNT
               MOVE FER-MATRICULA  TO WS-PRV-MATRICULA(WS-PRV-COUNT)
               MOVE FER-ANO-MES    TO WS-PRV-ANO-MES(WS-PRV-COUNT)
               MOVE FER-DIAS-SALDO TO WS-PRV-SALDO(WS-PRV-COUNT)
               MOVE FER-DATA-RUN   TO WS-PRV-DATA-RUN(WS-PRV-COUNT)
               MOVE ZEROES         TO WS-PRV-USADO(WS-PRV-COUNT)
             END-IF
           END-IF.
      *
      * A FERHIST ROW WRITTEN ON OR AFTER THE DAY THE MATRICULA'S
      * PROVISION RAN IS NOT YET IN FER-DIAS-SALDO.
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
             PERFORM GUARDAR-PERIODO
             MOVE GOZ-MATRICULA TO WS-MATRICULA-BUSCA
             PERFORM LOCALIZAR-PROVISAO
             IF WS-ACHOU-PRV IS EQUAL TO 'S'
               IF GOZ-DATA-RUN IS NOT LESS THAN
                  WS-PRV-DATA-RUN(WS-PRV-IDX)
                 ADD GOZ-DIAS-GOZO  TO WS-PRV-USADO(WS-PRV-IDX)
                 ADD GOZ-DIAS-ABONO TO WS-PRV-USADO(WS-PRV-IDX)
               END-IF
             END-IF
           END-IF.
      *
       GUARDAR-PERIODO.
           IF WS-GOZ-COUNT IS NOT LESS THAN 5000
             DISPLAY 'EXERC061 - MAIS DE 5000 PERIODOS NO'
                     ' FERHIST - PAGAMENTO ABORTADO'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-GOZ-COUNT.
           MOVE GOZ-MATRICULA   TO WS-GOZ-MATRICULA(WS-GOZ-COUNT).
           MOVE GOZ-DATA-INICIO TO WS-GOZ-INICIO(WS-GOZ-COUNT).
      *
       PROCESSAR-TRANSACAO.
           READ TRAN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-TRAN
           END-READ.
           MOVE WS-TRAN-STATUS TO WS-FILE-STATUS.
           MOVE 'TRAN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-TRAN IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             PERFORM VALIDAR-TRANSACAO
             IF WS-TRAN-OK IS EQUAL TO 'S'
               PERFORM CALCULAR-FERIAS
               PERFORM IMPRIMIR-STUB
               PERFORM GRAVAR-REMESSA
             END-IF
           END-IF.
      *
       VALIDAR-TRANSACAO.
           MOVE 'S' TO WS-TRAN-OK.
           PERFORM LOCALIZAR-SALARIO.
           IF WS-ACHOU-SAL IS NOT EQUAL TO 'S'
             MOVE 'N' TO WS-TRAN-OK
             MOVE 'MATRICULA NAO CONSTA DO EMPFILE'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
           IF WS-TRAN-OK IS EQUAL TO 'S'
             MOVE 'N' TO WS-JA-PAGO
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-GOZ-COUNT
               IF WS-GOZ-MATRICULA(WS-I) IS EQUAL TO TRN-MATRICULA AND
                  WS-GOZ-INICIO(WS-I) IS EQUAL TO TRN-DATA-INICIO
                 MOVE 'S' TO WS-JA-PAGO
                 MOVE WS-GOZ-COUNT TO WS-I
               END-IF
             END-PERFORM
             IF WS-JA-PAGO IS EQUAL TO 'S'
               MOVE 'N' TO WS-TRAN-OK
               MOVE 'PERIODO JA PAGO NO FERHIST - REJEITADO'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
           IF WS-TRAN-OK IS EQUAL TO 'S'
             MOVE 'B'             TO WS-FUNCAO-CALCHK
             MOVE TRN-DATA-INICIO TO WS-DATA-CALCHK
             CALL 'CALCHK' USING WS-FUNCAO-CALCHK
                                 WS-DATA-CALCHK
                                 WS-DATA2-CALCHK
                                 WS-RETORNO-CALCHK
                                 WS-DATA-RESULT-CALCHK
                                 WS-QTD-DIAS-CALCHK
             END-CALL
             EVALUATE WS-RETORNO-CALCHK
               WHEN ZEROES
                 CONTINUE
               WHEN 4
                 MOVE 'N' TO WS-TRAN-OK
                 MOVE 'INICIO EM DIA NAO UTIL - REJEITADO'
                   TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               WHEN OTHER
                 MOVE 'N' TO WS-TRAN-OK
                 MOVE 'DATA DE INICIO INVALIDA - REJEITADO'
                   TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
             END-EVALUATE
           END-IF.
      *
           IF WS-TRAN-OK IS EQUAL TO 'S'
             COMPUTE WS-DIAS-PEDIDOS = TRN-DIAS-GOZO + TRN-DIAS-ABONO
             EVALUATE TRUE
               WHEN WS-DIAS-PEDIDOS IS EQUAL TO ZEROES
                 MOVE 'N' TO WS-TRAN-OK
                 MOVE 'NENHUM DIA DE GOZO OU ABONO INFORMADO'
                   TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               WHEN TRN-DIAS-ABONO IS GREATER THAN 10
                 MOVE 'N' TO WS-TRAN-OK
                 MOVE 'ABONO PECUNIARIO ACIMA DE 10 DIAS'
                   TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
             END-EVALUATE
           END-IF.
      *
           IF WS-TRAN-OK IS EQUAL TO 'S'
             MOVE TRN-MATRICULA TO WS-MATRICULA-BUSCA
             PERFORM LOCALIZAR-PROVISAO
             IF WS-ACHOU-PRV IS NOT EQUAL TO 'S'
               MOVE 'N' TO WS-TRAN-OK
               MOVE 'SEM SALDO DE FERIAS NO FERPROV'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             ELSE
               COMPUTE WS-SALDO-DISPONIVEL =
                       WS-PRV-SALDO(WS-PRV-IDX)
                       - WS-PRV-USADO(WS-PRV-IDX)
               IF WS-DIAS-PEDIDOS IS GREATER THAN WS-SALDO-DISPONIVEL
                 MOVE 'N' TO WS-TRAN-OK
                 MOVE 'DIAS PEDIDOS ACIMA DO SALDO ADQUIRIDO'
                   TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               END-IF
             END-IF
           END-IF.
      *
       LOCALIZAR-SALARIO.
           MOVE 'N'    TO WS-ACHOU-SAL.
           MOVE ZEROES TO WS-SAL-EMPREGADO.
           MOVE SPACES TO WS-NOME-EMPREGADO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SAL-COUNT
             IF WS-SAL-MATRICULA(WS-I) IS EQUAL TO TRN-MATRICULA
               MOVE WS-SAL-BASE(WS-I) TO WS-SAL-EMPREGADO
               MOVE WS-SAL-NOME(WS-I) TO WS-NOME-EMPREGADO
               MOVE 'S' TO WS-ACHOU-SAL
               MOVE WS-SAL-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
       LOCALIZAR-PROVISAO.
           MOVE 'N'    TO WS-ACHOU-PRV.
           MOVE ZEROES TO WS-PRV-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PRV-COUNT
             IF WS-PRV-MATRICULA(WS-I) IS EQUAL TO WS-MATRICULA-BUSCA
               MOVE WS-I TO WS-PRV-IDX
               MOVE 'S' TO WS-ACHOU-PRV
               MOVE WS-PRV-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
      * A VACATION DAY IS 1/30 OF THE MONTHLY SALARY. DAYS TAKEN AND
      * DAYS SOLD BOTH EARN THE CONSTITUTIONAL THIRD; ONLY THE DAYS
      * TAKEN AND THEIR THIRD ARE TAXED, ON THEIR OWN BRACKET. THE
      * PROVISION REVERSED IS WHAT EXERC032 HELD FOR THOSE DAYS -
      * THE DAY RATE PLUS ITS THIRD.
       CALCULAR-FERIAS.
           COMPUTE WS-VALOR-DIA = WS-SAL-EMPREGADO / 30.
           COMPUTE WS-VALOR-FERIAS ROUNDED =
                   WS-VALOR-DIA * TRN-DIAS-GOZO.
           COMPUTE WS-VALOR-TERCO ROUNDED = WS-VALOR-FERIAS / 3.
           COMPUTE WS-VALOR-ABONO ROUNDED =
                   WS-VALOR-DIA * TRN-DIAS-ABONO.
           COMPUTE WS-VALOR-TERCO-ABONO ROUNDED = WS-VALOR-ABONO / 3.
      *
           COMPUTE WS-BASE-IR = WS-VALOR-FERIAS + WS-VALOR-TERCO.
           MOVE WS-IR-PERCENTUAL(WS-IR-COUNT) TO WS-PERCENTUAL-APLIC.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-IR-COUNT
             IF WS-BASE-IR IS NOT GREATER THAN WS-IR-LIMITE(WS-I)
               MOVE WS-IR-PERCENTUAL(WS-I) TO WS-PERCENTUAL-APLIC
               MOVE WS-IR-COUNT TO WS-I
             END-IF
           END-PERFORM.
           COMPUTE WS-VALOR-IR ROUNDED =
                   WS-BASE-IR * WS-PERCENTUAL-APLIC.
      *
           COMPUTE WS-VALOR-BRUTO =
                   WS-VALOR-FERIAS + WS-VALOR-TERCO
                   + WS-VALOR-ABONO + WS-VALOR-TERCO-ABONO.
           COMPUTE WS-VALOR-LIQUIDO = WS-VALOR-BRUTO - WS-VALOR-IR.
           COMPUTE WS-VALOR-ESTORNO ROUNDED =
                   WS-VALOR-DIA * WS-DIAS-PEDIDOS * 4 / 3.
      *
       IMPRIMIR-STUB.
           MOVE WS-HOL-BORDA TO STUB-LINE.
           PERFORM GRAVAR-LINHA-STUB.
      *
           MOVE TRN-MATRICULA     TO WS-HOL-MATRICULA.
           MOVE WS-NOME-EMPREGADO TO WS-HOL-NOME.
           MOVE WS-HOL-EMPREGADO  TO STUB-LINE.
           PERFORM GRAVAR-LINHA-STUB.
      *
           MOVE TRN-DATA-INICIO   TO WS-HOL-INICIO.
           MOVE TRN-DIAS-GOZO     TO WS-HOL-GOZO.
           MOVE TRN-DIAS-ABONO    TO WS-HOL-ABONO.
           MOVE WS-HOL-PERIODO    TO STUB-LINE.
           PERFORM GRAVAR-LINHA-STUB.
      *
           IF WS-VALOR-FERIAS IS NOT EQUAL TO ZEROES
             MOVE 'FERIAS           :' TO WS-HOL-LIT
             MOVE WS-VALOR-FERIAS      TO WS-HOL-VALOR
             MOVE WS-HOL-LINHA-VALOR   TO STUB-LINE
             PERFORM GRAVAR-LINHA-STUB
             MOVE '1/3 FERIAS       :' TO WS-HOL-LIT
             MOVE WS-VALOR-TERCO       TO WS-HOL-VALOR
             MOVE WS-HOL-LINHA-VALOR   TO STUB-LINE
             PERFORM GRAVAR-LINHA-STUB
           END-IF.
      *
           IF WS-VALOR-ABONO IS NOT EQUAL TO ZEROES
             MOVE 'ABONO PECUNIARIO :' TO WS-HOL-LIT
             MOVE WS-VALOR-ABONO       TO WS-HOL-VALOR
             MOVE WS-HOL-LINHA-VALOR   TO STUB-LINE
             PERFORM GRAVAR-LINHA-STUB
             MOVE '1/3 ABONO        :' TO WS-HOL-LIT
             MOVE WS-VALOR-TERCO-ABONO TO WS-HOL-VALOR
             MOVE WS-HOL-LINHA-VALOR   TO STUB-LINE
             PERFORM GRAVAR-LINHA-STUB
           END-IF.
      *
           IF WS-VALOR-IR IS NOT EQUAL TO ZEROES
             MOVE 'IR FERIAS        :' TO WS-HOL-LIT
             MOVE WS-VALOR-IR          TO WS-HOL-VALOR
             MOVE WS-HOL-LINHA-VALOR   TO STUB-LINE
             PERFORM GRAVAR-LINHA-STUB
           END-IF.
      *
           MOVE 'VALOR LIQUIDO    :' TO WS-HOL-LIT.
           MOVE WS-VALOR-LIQUIDO     TO WS-HOL-VALOR.
           MOVE WS-HOL-LINHA-VALOR   TO STUB-LINE.
           PERFORM GRAVAR-LINHA-STUB.
      *
           MOVE WS-HOL-BORDA TO STUB-LINE.
           PERFORM GRAVAR-LINHA-STUB.
      *
      * NO BANK DETAILS MEANS NOTHING IS PAID AND NOTHING IS DEBITED
      * - THE TRANSACTION IS RESUBMITTED ONCE BANKFILE IS FIXED.
       GRAVAR-REMESSA.
           MOVE TRN-MATRICULA TO BNK-MATRICULA.
           READ BANK-FILE
             INVALID KEY
               MOVE 'N' TO WS-TEM-BANCO
             NOT INVALID KEY
               MOVE 'S' TO WS-TEM-BANCO
           END-READ.
           IF WS-TEM-BANCO IS EQUAL TO 'S'
             MOVE TRN-MATRICULA     TO REM-MATRICULA
             MOVE WS-NOME-EMPREGADO TO REM-NOME
             MOVE BNK-BANCO         TO REM-BANCO
             MOVE BNK-AGENCIA       TO REM-AGENCIA
             MOVE BNK-CONTA         TO REM-CONTA
             MOVE WS-VALOR-LIQUIDO  TO REM-VALOR
             WRITE REM-REC
             MOVE WS-REMIT-STATUS TO WS-FILE-STATUS
             MOVE 'REMIT-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             ADD 1                 TO WS-REM-QTD
             ADD WS-VALOR-LIQUIDO  TO WS-REM-TOTAL
             ADD WS-VALOR-LIQUIDO  TO WS-CONTROL-TOT
             ADD WS-VALOR-ESTORNO  TO WS-ESTORNO-TOTAL
             ADD WS-DIAS-PEDIDOS   TO WS-PRV-USADO(WS-PRV-IDX)
             PERFORM GRAVAR-HISTORICO
             PERFORM IMPRIMIR-DETALHE
           ELSE
             MOVE 'SEM DADOS BANCARIOS - FERIAS NAO PAGAS'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
       GRAVAR-HISTORICO.
           MOVE TRN-MATRICULA    TO GOZ-MATRICULA.
           MOVE TRN-DATA-INICIO  TO GOZ-DATA-INICIO.
           MOVE TRN-DIAS-GOZO    TO GOZ-DIAS-GOZO.
           MOVE TRN-DIAS-ABONO   TO GOZ-DIAS-ABONO.
           MOVE WS-VALOR-LIQUIDO TO GOZ-VALOR-PAGO.
           MOVE WS-VALOR-ESTORNO TO GOZ-VALOR-PROV.
           MOVE WS-HOJE          TO GOZ-DATA-RUN.
           WRITE GOZ-REC.
           MOVE WS-USO-STATUS TO WS-FILE-STATUS.
           MOVE 'USO-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GUARDAR-PERIODO.
      *
       IMPRIMIR-DETALHE.
           MOVE TRN-MATRICULA     TO WS-DT-MATRICULA.
           MOVE WS-NOME-EMPREGADO TO WS-DT-NOME.
           MOVE TRN-DATA-INICIO   TO WS-DT-INICIO.
           MOVE TRN-DIAS-GOZO     TO WS-DT-DIAS.
           MOVE TRN-DIAS-ABONO    TO WS-DT-ABONO.
           MOVE WS-VALOR-BRUTO    TO WS-DT-BRUTO.
           MOVE WS-VALOR-IR       TO WS-DT-IR.
           MOVE WS-VALOR-LIQUIDO  TO WS-DT-LIQUIDO.
           MOVE WS-VALOR-ESTORNO  TO WS-DT-ESTORNO.
           MOVE WS-DETAIL-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-EXCECAO.
           MOVE TRN-MATRICULA     TO WS-EX-MATRICULA.
           MOVE WS-NOME-EMPREGADO TO WS-EX-NOME.
           MOVE WS-EXCEPT-DETAIL  TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS  TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST PRINTED - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE WS-EX-MATRICULA TO WS-EXL-CHAVE.
           MOVE WS-EX-LIT TO WS-EXL-MOTIVO.
           CALL 'EXCLOG' USING WS-EXL-PROGRAMA
                               WS-EXL-ARQUIVO
                               WS-EXL-CHAVE
                               WS-EXL-MOTIVO
                               WS-EXL-SEVERIDADE
           END-CALL.
      *
       GRAVAR-LINHA-STUB.
           WRITE STUB-LINE.
           MOVE WS-STUB-STATUS TO WS-FILE-STATUS.
           MOVE 'STUB-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
       FINALIZAR.
           MOVE WS-REM-QTD       TO WS-RS-QTD.
           MOVE WS-REM-SUM-LINE1 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-REM-TOTAL     TO WS-RS-TOTAL.
           MOVE WS-REM-SUM-LINE2 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-ESTORNO-TOTAL TO WS-RS-ESTORNO.
           MOVE WS-REM-SUM-LINE3 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE TRAN-FILE.
           CLOSE EMP-FILE.
           CLOSE PROV-FILE.
           CLOSE USO-FILE.
           CLOSE IR-BRACKETS.
           CLOSE BANK-FILE.
           CLOSE REMIT-FILE.
           CLOSE STUB-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
