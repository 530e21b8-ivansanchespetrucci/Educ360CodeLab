      *               EVERY EMPLOYEE ON THE MASTER, WITH A PAYSLIP     *
      *               STUB PER EMPLOYEE AND A YEAR-TO-DATE ACCUMULATOR *
      * MODIFICATION HISTORY                                          *
      * 2026-10-15 JM  ADICIONAL POR TEMPO DE SERVICO - THE RUN READS *
      *                THE ADICSERV REGISTER EXERC067 BUILDS FROM     *
      *                MILESTFL AND PAYS THE PERCENTAGE OF THE LATEST *
      *                MILESTONE STARTED ON OR BEFORE THE CURRENT     *
      *                ANO-MES ON THE (PRORATED) BASE SALARY, AS A    *
      *                GROSS EARNINGS LINE BEFORE THE IR LOOKUP WITH  *
      *                ITS OWN HOLERITE LINE, EVERY MONTH FROM THEN   *
      *                ON. A MISSING ADICSERV MEANS NOBODY HAS ONE.   *
      * 2026-10-15 JM  THE MID-MONTH ADVANCE EXERC064 PAID AND LOGGED *
      *                ON ADIHIST FOR THE CURRENT ANO-MES IS DEDUCTED *
      *                FROM THE NET AS ITS OWN ADIANTAMENTO HOLERITE  *
      *                LINE - IT NO LONGER GOES THROUGH DEDFILE BY    *
      *                HAND. THE GROSS AND THE IR BASE ARE UNCHANGED. *
      * 2026-10-15 JM  OVERTIME AND NIGHT PREMIUM - THE RUN READS THE *
      *                HEXTFIL RECORDS EXERC063 VALUES FROM THE       *
      *                MONTH'S TIMECARDS, MATCHED BY MATRICULA AND    *
      *                THE CURRENT ANO-MES LIKE RETROFIL, AND ADDS    *
      *                HORAS EXTRAS 50%, HORAS EXTRAS 100% AND        *
      *                ADICIONAL NOTURNO TO THE GROSS BEFORE THE IR   *
      *                LOOKUP, EACH AS ITS OWN HOLERITE LINE. A       *
      *                MISSING HEXTFIL MEANS NO OVERTIME TO PAY.      *
      * 2026-09-02 JM  THE VARIANCE THRESHOLD NOW COMES FROM THE      *
      *                PARMMAST CENTRAL PARAMETER MASTER (PRMCHK,     *
      *                PARAMETER LIMIAR-PCT) WHEN A CURRENT VALUE     *
           SELECT RETRO-FILE     ASSIGN TO RETROFIL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RETRO-STATUS.
      *
           SELECT HEXT-FILE      ASSIGN TO HEXTFIL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HEXT-STATUS.
      *
           SELECT ADI-FILE       ASSIGN TO ADIHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ADI-STATUS.
      *
           SELECT ADICSERV-FILE  ASSIGN TO ADICSERV
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ADS-STATUS.
      *
           SELECT BANK-FILE      ASSIGN TO BANKFILE
                                  ORGANIZATION IS INDEXED
           05  RET-VALOR          PIC S9(06)V9(02)
                                   SIGN IS LEADING SEPARATE.
           05  RET-DATA-RUN       PIC 9(08).
      *
       FD  HEXT-FILE.
       01  HEX-REC.
           05  HEX-MATRICULA      PIC 9(06).
           05  HEX-PERIODO        PIC 9(06).
           05  HEX-HORAS-50       PIC 9(03)V9(02).
           05  HEX-VALOR-50       PIC 9(06)V9(02).
           05  HEX-HORAS-100      PIC 9(03)V9(02).
           05  HEX-VALOR-100      PIC 9(06)V9(02).
           05  HEX-HORAS-NOT      PIC 9(03)V9(02).
           05  HEX-VALOR-NOT      PIC 9(06)V9(02).
           05  HEX-DATA-RUN       PIC 9(08).
      *
       FD  ADI-FILE.
       01  ADI-REC.
           05  ADI-MATRICULA      PIC 9(06).
           05  ADI-ANO-MES        PIC 9(06).
           05  ADI-VALOR          PIC 9(06)V9(02).
           05  ADI-DATA-RUN       PIC 9(08).
      *
       FD  ADICSERV-FILE.
       01  ADS-REC.
           05  ADS-MATRICULA      PIC 9(06).
           05  ADS-NOME           PIC X(30).
           05  ADS-ANOS           PIC 9(02).
           05  ADS-PERCENTUAL     PIC 9(02)V9(02).
           05  ADS-ANO-MES-INICIO PIC 9(06).
           05  ADS-DATA-EFEITO    PIC 9(08).
           05  ADS-DATA-REGISTRO  PIC 9(08).
      *
       FD  BANK-FILE.
       01  BNK-REC.
       01  WS-VARRPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-QTDC-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RETRO-STATUS        PIC X(02) VALUE SPACES.
       01  WS-HEXT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ADI-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ADS-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HR-STATUS           PIC X(02) VALUE SPACES.
       01  WS-BANK-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REMIT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-EOF-DED             PIC X(01) VALUE 'N'.
       01  WS-EOF-QTDC            PIC X(01) VALUE 'N'.
       01  WS-EOF-RETRO           PIC X(01) VALUE 'N'.
       01  WS-EOF-HEXT            PIC X(01) VALUE 'N'.
       01  WS-EOF-ADI             PIC X(01) VALUE 'N'.
       01  WS-EOF-ADS             PIC X(01) VALUE 'N'.
       01  WS-EOF-HR              PIC X(01) VALUE 'N'.
       01  WS-EOF-SUMM            PIC X(01) VALUE 'N'.
      *
       01  WS-RETRO-VALOR         PIC S9(06)V9(02) VALUE ZEROES.
       01  WS-RETRO-VALOR-ABS     PIC 9(06)V9(02) VALUE ZEROES.
      *
      * OVERTIME TABLE - ONE ROW PER HEXTFIL RECORD OF THE CURRENT
      * ANO-MES, MATCHED LIKE THE RETRO TABLE. A MATRICULA NOT ON THE
      * TABLE SIMPLY WORKED NO OVERTIME THIS MONTH.
       01  WS-HEXT-TAB.
           05  WS-HXT-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-HXT-COUNT.
               10  WS-HXT-CODIGO    PIC 9(06).
               10  WS-HXT-VALOR-50  PIC 9(06)V9(02).
               10  WS-HXT-VALOR-100 PIC 9(06)V9(02).
               10  WS-HXT-VALOR-NOT PIC 9(06)V9(02).
       01  WS-HXT-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-HORA-EXTRA-50       PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-HORA-EXTRA-100      PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-ADIC-NOTURNO        PIC 9(06)V9(02) VALUE ZEROES.
      *
      * ADVANCE TABLE - ONE ROW PER ADIHIST RECORD OF THE CURRENT
      * ANO-MES. A MATRICULA NOT ON THE TABLE WAS NOT ADVANCED.
       01  WS-ADI-TAB.
           05  WS-ADI-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-ADI-COUNT.
               10  WS-ADI-CODIGO    PIC 9(06).
               10  WS-ADI-VALOR     PIC 9(06)V9(02).
       01  WS-ADI-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-ADIANTAMENTO        PIC 9(06)V9(02) VALUE ZEROES.
      *
      * SERVICE-ANNIVERSARY TABLE - ONE ROW PER ADICSERV MILESTONE
      * ALREADY STARTED BY THE CURRENT ANO-MES. AN EMPLOYEE WITH
      * SEVERAL ROWS IS PAID THE LATEST (HIGHEST ANOS) ONLY.
       01  WS-ADS-TAB.
           05  WS-ADS-LINHA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-ADS-COUNT.
               10  WS-ADS-CODIGO    PIC 9(06).
               10  WS-ADS-ANOS      PIC 9(02).
               10  WS-ADS-PCT       PIC 9(02)V9(02).
       01  WS-ADS-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-ADS-MAIOR-ANOS      PIC 9(02) VALUE ZEROES.
       01  WS-ADS-PCT-APLIC       PIC 9(02)V9(02) VALUE ZEROES.
       01  WS-ADIC-TEMPO          PIC 9(06)V9(02) VALUE ZEROES.
      *
      * HR ADMISSION/TERMINATION TABLE - ONE ROW PER HRFILE RECORD,
      * JOINED BY MATRICULA TO PRORATE THE FIRST AND LAST MONTH OF
      * EMPLOYMENT. A MATRICULA NOT ON HRFILE IS PAID THE FULL MONTH.
           05  FILLER             PIC X(05) VALUE '  ***'.
      *
       01  WS-TEM-RETROFIL        PIC X(01) VALUE 'N'.
       01  WS-TEM-HEXTFIL         PIC X(01) VALUE 'N'.
       01  WS-TEM-ADIHIST         PIC X(01) VALUE 'N'.
       01  WS-TEM-ADICSERV        PIC X(01) VALUE 'N'.
       01  WS-TEM-BANCO           PIC X(01) VALUE 'N'.
       01  WS-REM-QTD             PIC 9(07) VALUE ZEROES.
       01  WS-REM-TOTAL           PIC 9(10)V9(02) VALUE ZEROES.
               WITH TEST AFTER
               UNTIL WS-EOF-RETRO IS EQUAL TO 'Y'
           END-IF.
      *
      * HEXTFIL IS THE EXERC063 OVERTIME VALUATION - ABSENT WHEN NO
      * TIMECARDS WERE VALUED, WHICH IS A MONTH WITH NO OVERTIME.
           OPEN INPUT  HEXT-FILE.
           MOVE WS-HEXT-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-HEXT
           ELSE
             MOVE 'HEXT-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'S' TO WS-TEM-HEXTFIL
             PERFORM LER-TABELA-HORAS-EXTRAS
               WITH TEST AFTER
               UNTIL WS-EOF-HEXT IS EQUAL TO 'Y'
           END-IF.
      *
      * ADIHIST IS WRITTEN BY THE EXERC064 ADVANCE RUN - ABSENT UNTIL
      * THE FIRST ADVANCE IS EVER PAID.
           OPEN INPUT  ADI-FILE.
           MOVE WS-ADI-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-ADI
           ELSE
             MOVE 'ADI-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'S' TO WS-TEM-ADIHIST
             PERFORM LER-TABELA-ADIANTAMENTOS
               WITH TEST AFTER
               UNTIL WS-EOF-ADI IS EQUAL TO 'Y'
           END-IF.
      *
      * ADICSERV IS THE EXERC067 SERVICE-ANNIVERSARY REGISTER - ABSENT
      * UNTIL THE FIRST MILESTONE IS EVER REGISTERED.
           OPEN INPUT  ADICSERV-FILE.
           MOVE WS-ADS-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-ADS
           ELSE
             MOVE 'ADICSERV-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE 'S' TO WS-TEM-ADICSERV
             PERFORM LER-TABELA-ADIC-TEMPO
               WITH TEST AFTER
               UNTIL WS-EOF-ADS IS EQUAL TO 'Y'
           END-IF.
      *
           MOVE 'EXERC004'                  TO RP-HDR-PROGRAM.
           MOVE 'FOLHA DE PAGAMENTO'        TO RP-HDR-TITLE.
               MOVE RET-VALOR     TO WS-RET-VALOR(WS-RET-COUNT)
             END-IF
           END-IF.
      *
       LER-TABELA-ADIANTAMENTOS.
           READ ADI-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ADI
           END-READ.
           MOVE WS-ADI-STATUS TO WS-FILE-STATUS.
           MOVE 'ADI-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ADI IS NOT EQUAL TO 'Y'
             IF ADI-ANO-MES IS EQUAL TO WS-ANO-MES
               ADD 1 TO WS-ADI-COUNT
               MOVE ADI-MATRICULA TO WS-ADI-CODIGO(WS-ADI-COUNT)
               MOVE ADI-VALOR     TO WS-ADI-VALOR(WS-ADI-COUNT)
             END-IF
           END-IF.
      *
       LER-TABELA-ADIC-TEMPO.
           READ ADICSERV-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ADS
           END-READ.
           MOVE WS-ADS-STATUS   TO WS-FILE-STATUS.
           MOVE 'ADICSERV-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ADS IS NOT EQUAL TO 'Y'
             IF ADS-ANO-MES-INICIO IS NOT GREATER THAN WS-ANO-MES
               IF WS-ADS-COUNT IS NOT LESS THAN 5000
                 DISPLAY 'EXERC004 - MAIS DE 5000 LINHAS NO ADICSERV'
                         ' - RODADA ABORTADA'
                 MOVE 16 TO RETURN-CODE
                 PERFORM GRAVAR-RUNLOG
                 GOBACK
               END-IF
               ADD 1 TO WS-ADS-COUNT
               MOVE ADS-MATRICULA  TO WS-ADS-CODIGO(WS-ADS-COUNT)
               MOVE ADS-ANOS       TO WS-ADS-ANOS(WS-ADS-COUNT)
               MOVE ADS-PERCENTUAL TO WS-ADS-PCT(WS-ADS-COUNT)
             END-IF
           END-IF.
      *
       LER-TABELA-HORAS-EXTRAS.
           READ HEXT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HEXT
           END-READ.
           MOVE WS-HEXT-STATUS TO WS-FILE-STATUS.
           MOVE 'HEXT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HEXT IS NOT EQUAL TO 'Y'
             IF HEX-PERIODO IS EQUAL TO WS-ANO-MES
               ADD 1 TO WS-HXT-COUNT
               MOVE HEX-MATRICULA TO WS-HXT-CODIGO(WS-HXT-COUNT)
               MOVE HEX-VALOR-50  TO WS-HXT-VALOR-50(WS-HXT-COUNT)
               MOVE HEX-VALOR-100 TO WS-HXT-VALOR-100(WS-HXT-COUNT)
               MOVE HEX-VALOR-NOT TO WS-HXT-VALOR-NOT(WS-HXT-COUNT)
             END-IF
           END-IF.
      *
      * SORT INPUT PROCEDURE - ONE PASS OVER THE EMPLOYEE MASTER,
      * RELEASING ONE SORT RECORD PER EMPLOYEE KEYED BY DEPARTMENT
           PERFORM CALCULAR-GRATIFICACAO.
           PERFORM LOCALIZAR-ABONO-VENDAS.
           PERFORM LOCALIZAR-RETROATIVO.
           PERFORM LOCALIZAR-HORAS-EXTRAS.
           PERFORM CALCULAR-ADIC-TEMPO.
           COMPUTE WS-SAL-BRUTO    = WS-SAL-BASE-PRORRATA
                                   + WS-ADIC-TEMPO
                                   + WS-GRATIFICACAO
                                   + WS-ABONO-VENDAS
                                   + WS-RETRO-VALOR
                                   + WS-HORA-EXTRA-50
                                   + WS-HORA-EXTRA-100
                                   + WS-ADIC-NOTURNO.
      *
           MOVE WS-IR-PERCENTUAL(WS-IR-COUNT) TO WS-PERCENTUAL-APLIC.
           PERFORM VARYING WS-I FROM 1 BY 1
           COMPUTE WS-IR = WS-SAL-BRUTO * WS-PERCENTUAL-APLIC.
      *
           PERFORM CALCULAR-DEDUCOES.
           PERFORM LOCALIZAR-ADIANTAMENTO.
      *
           COMPUTE WS-LIQUIDO =
                   WS-SAL-BRUTO - WS-IR - WS-TOTAL-DEDUCOES
                   - WS-ADIANTAMENTO.
      *
           ADD WS-LIQUIDO TO WS-CONTROL-TOT.
      *
               MOVE WS-RET-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
      * AN ADVANCE ALREADY PAID IS NOT A DEDFILE DEDUCTION - IT
      * NEVER TOUCHES THE GROSS OR THE IR BASE, ONLY THE NET.
       LOCALIZAR-ADIANTAMENTO.
           MOVE ZEROES TO WS-ADIANTAMENTO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ADI-COUNT
             IF WS-ADI-CODIGO(WS-I) IS EQUAL TO EMP-MATRICULA
               ADD WS-ADI-VALOR(WS-I) TO WS-ADIANTAMENTO
             END-IF
           END-PERFORM.
      *
      * THE ADICIONAL FOLLOWS THE BASE IT IS A PERCENTAGE OF, SO A
      * PRORATED MONTH PRORATES IT TOO.
       CALCULAR-ADIC-TEMPO.
           MOVE ZEROES TO WS-ADIC-TEMPO.
           MOVE ZEROES TO WS-ADS-MAIOR-ANOS.
           MOVE ZEROES TO WS-ADS-PCT-APLIC.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ADS-COUNT
             IF WS-ADS-CODIGO(WS-I) IS EQUAL TO EMP-MATRICULA AND
                WS-ADS-ANOS(WS-I) IS GREATER THAN WS-ADS-MAIOR-ANOS
               MOVE WS-ADS-ANOS(WS-I) TO WS-ADS-MAIOR-ANOS
               MOVE WS-ADS-PCT(WS-I)  TO WS-ADS-PCT-APLIC
             END-IF
           END-PERFORM.
           IF WS-ADS-PCT-APLIC IS GREATER THAN ZEROES
             COMPUTE WS-ADIC-TEMPO ROUNDED =
                     WS-SAL-BASE-PRORRATA * WS-ADS-PCT-APLIC / 100
           END-IF.
      *
       LOCALIZAR-HORAS-EXTRAS.
           MOVE ZEROES TO WS-HORA-EXTRA-50.
           MOVE ZEROES TO WS-HORA-EXTRA-100.
           MOVE ZEROES TO WS-ADIC-NOTURNO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HXT-COUNT
             IF WS-HXT-CODIGO(WS-I) IS EQUAL TO EMP-MATRICULA
               MOVE WS-HXT-VALOR-50(WS-I)  TO WS-HORA-EXTRA-50
               MOVE WS-HXT-VALOR-100(WS-I) TO WS-HORA-EXTRA-100
               MOVE WS-HXT-VALOR-NOT(WS-I) TO WS-ADIC-NOTURNO
               MOVE WS-HXT-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
       CALCULAR-DEDUCOES.
           MOVE ZEROES TO WS-TOTAL-DEDUCOES.
             MOVE WS-HOL-LINHA-VALOR   TO PAYSLIP-LINE
             PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
      *
           IF WS-ADIC-TEMPO IS GREATER THAN ZEROES
             MOVE 'ADIC.TEMPO SERV. :' TO WS-HOL-LIT
             MOVE WS-ADIC-TEMPO        TO WS-HOL-VALOR
             MOVE WS-HOL-LINHA-VALOR   TO PAYSLIP-LINE
             PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
      *
           MOVE 'GRATIFICACAO     :' TO WS-HOL-LIT.
           MOVE WS-GRATIFICACAO      TO WS-HOL-VALOR.
             MOVE WS-HOL-LINHA-VALOR   TO PAYSLIP-LINE
             PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
      *
           IF WS-HORA-EXTRA-50 IS GREATER THAN ZEROES
             MOVE 'HORAS EXTRAS 50% :' TO WS-HOL-LIT
             MOVE WS-HORA-EXTRA-50     TO WS-HOL-VALOR
             MOVE WS-HOL-LINHA-VALOR   TO PAYSLIP-LINE
             PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
      *
           IF WS-HORA-EXTRA-100 IS GREATER THAN ZEROES
             MOVE 'HORAS EXTRAS 100%:' TO WS-HOL-LIT
             MOVE WS-HORA-EXTRA-100    TO WS-HOL-VALOR
             MOVE WS-HOL-LINHA-VALOR   TO PAYSLIP-LINE
             PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
      *
           IF WS-ADIC-NOTURNO IS GREATER THAN ZEROES
             MOVE 'ADICIONAL NOTURNO:' TO WS-HOL-LIT
             MOVE WS-ADIC-NOTURNO      TO WS-HOL-VALOR
             MOVE WS-HOL-LINHA-VALOR   TO PAYSLIP-LINE
             PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
      *
           MOVE 'SALARIO BRUTO    :' TO WS-HOL-LIT.
           MOVE WS-SAL-BRUTO         TO WS-HOL-VALOR.
             MOVE WS-HOL-LINHA-VALOR     TO PAYSLIP-LINE
             PERFORM GRAVAR-LINHA-HOLERITE
           END-PERFORM.
      *
           IF WS-ADIANTAMENTO IS GREATER THAN ZEROES
             MOVE 'ADIANTAMENTO     :' TO WS-HOL-LIT
             MOVE WS-ADIANTAMENTO      TO WS-HOL-VALOR
             MOVE WS-HOL-LINHA-VALOR   TO PAYSLIP-LINE
             PERFORM GRAVAR-LINHA-HOLERITE
           END-IF.
      *
           MOVE 'VALOR LIQUIDO    :' TO WS-HOL-LIT.
           MOVE WS-LIQUIDO             TO WS-HOL-VALOR.
           IF WS-TEM-RETROFIL IS EQUAL TO 'S'
             CLOSE RETRO-FILE
           END-IF.
           IF WS-TEM-HEXTFIL IS EQUAL TO 'S'
             CLOSE HEXT-FILE
           END-IF.
           IF WS-TEM-ADIHIST IS EQUAL TO 'S'
             CLOSE ADI-FILE
           END-IF.
           IF WS-TEM-ADICSERV IS EQUAL TO 'S'
             CLOSE ADICSERV-FILE
           END-IF.
      *
           IF WS-VARIANCIA-ALTA IS EQUAL TO 'S'
             MOVE 8 TO RETURN-CODE
