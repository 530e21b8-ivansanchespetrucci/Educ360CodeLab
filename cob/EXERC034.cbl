      *               STEP WITH RETURN-CODE 8 SO NOTHING BAD REACHES   *
      *               THE LEDGER                                       *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  COA-REC CARRIES THE NEW COA-CLASSE, COA-LINHA   *
      *                AND COA-LINHA-TITULO THAT PLACE THE ACCOUNT ON  *
      *                THE EXERC109 BALANCE SHEET AND INCOME           *
      *                STATEMENT.                                      *
      * 2026-10-15 JM  THE PAYROLL NOW DEDUCTS THE MID-MONTH ADVANCE   *
      *                LOGGED ON ADIHIST FROM THE NET, SO THE RUN      *
      *                REBUILDS IT THE SAME WAY - EACH OF TONIGHT'S    *
      *                YTD RECORDS PICKS UP ITS MATRICULA'S ADVANCE    *
      *                FOR THE ANO-MES, THE TOTAL IS CREDITED TO THE   *
      *                NEW FOLHAMAP TIPO 'ADI' (ADVANCES TO EMPLOYEES) *
      *                AND COMES OFF THE NET CLEARING RESIDUAL. THE    *
      *                'ADI' MAPPING IS ONLY REQUIRED ON A NIGHT THAT  *
      *                ACTUALLY HAS AN ADVANCE TO CLEAR.               *
      * 2026-09-02 JM  TWO POSTING FIXES. THE RUN NOW SELECTS ONLY     *
      *                TONIGHT'S YTD RECORDS (YTD-DATA-RUN) - THE      *
      *                OLD ANO-MES FILTER RE-POSTED THE WHOLE          *
           SELECT DEDUCT-FILE    ASSIGN TO DEDFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DED-STATUS.
      *
           SELECT ADI-FILE       ASSIGN TO ADIHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ADI-STATUS.
      *
           SELECT MAP-FILE       ASSIGN TO FOLHAMAP
                                  ORGANIZATION IS SEQUENTIAL
               88  DED-VALOR-FIXO VALUE 'F'.
           05  DED-VALOR          PIC 9(04)V9(02).
      *
      * MID-MONTH ADVANCES PAID BY EXERC064 - SAME LAYOUT AS ITS LOG.
       FD  ADI-FILE.
       01  ADI-REC.
           05  ADI-MATRICULA      PIC 9(06).
           05  ADI-ANO-MES        PIC 9(06).
           05  ADI-VALOR          PIC 9(06)V9(02).
           05  ADI-DATA-RUN       PIC 9(08).
      *
      * ACCOUNT MAPPING - 'BRU' IS THE GROSS EXPENSE ACCOUNT, 'IR '
      * THE IR PAYABLE, 'LIQ' THE NET PAY CLEARING, 'ADI' THE
      * ADVANCES-TO-EMPLOYEES ACCOUNT THE MONTH'S ADVANCE IS CLEARED
      * FROM, AND ANY OTHER TIPO IS A DED-CODIGO PAYABLE ACCOUNT.
       FD  MAP-FILE.
       01  MAP-REC.
           05  MAP-TIPO           PIC X(03).
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
       FD  JOURNAL-FILE.
       01  JRN-REC.
       01  WS-EMP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DED-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ADI-STATUS          PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS          PIC X(02) VALUE SPACES.
       01  WS-JRN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EOF-EMP             PIC X(01) VALUE 'N'.
       01  WS-EOF-DED             PIC X(01) VALUE 'N'.
       01  WS-EOF-MAP             PIC X(01) VALUE 'N'.
       01  WS-EOF-ADI             PIC X(01) VALUE 'N'.
       01  WS-TEM-ADIHIST         PIC X(01) VALUE 'N'.
      *
      * DEDUCTIONS TABLE - SAME LAYOUT AS EXERC004'S LOAD, WITH THE
      * MONTH-TOTAL PAYABLE COMPUTED PER CODE.
               10  WS-MAT-DEPTO     PIC 9(03).
       01  WS-MAT-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-T                   PIC 9(04) VALUE ZEROES.
      *
      * THE MONTH'S ADVANCES FROM ADIHIST, AS EXERC004 LOADS THEM.
       01  WS-ADI-TAB.
           05  WS-ADI-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-ADI-COUNT.
               10  WS-ADI-CODIGO    PIC 9(06).
               10  WS-ADI-VALOR     PIC 9(06)V9(02).
       01  WS-ADI-COUNT           PIC 9(04) VALUE ZEROES.
      *
       01  WS-CONTA-BRUTO         PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-IR            PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-LIQ           PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-ADI           PIC 9(06) VALUE ZEROES.
      *
       01  WS-TOT-BRUTO           PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-IR              PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-LIQ-YTD         PIC S9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-DEDUCOES        PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-ADIANT          PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-LIQ-RESIDUAL        PIC S9(10)V9(02) VALUE ZEROES.
       01  WS-QTD-EMP             PIC 9(07) VALUE ZEROES.
       01  WS-TOT-DEBITOS         PIC 9(10)V9(02) VALUE ZEROES.
           MOVE WS-DED-STATUS  TO WS-FILE-STATUS.
           MOVE 'DEDUCT-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * ADIHIST DOES NOT EXIST UNTIL THE FIRST ADVANCE IS PAID.
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
           OPEN INPUT  MAP-FILE.
           MOVE WS-MAP-STATUS  TO WS-FILE-STATUS.
             MOVE ZEROES        TO WS-DED-TOTAL(WS-DED-COUNT)
             MOVE ZEROES        TO WS-DED-CONTA(WS-DED-COUNT)
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
       LER-TABELA-MAPA.
           READ MAP-FILE
                 MOVE WS-MAP-CONTA(WS-M) TO WS-CONTA-IR
               WHEN 'LIQ'
                 MOVE WS-MAP-CONTA(WS-M) TO WS-CONTA-LIQ
               WHEN 'ADI'
                 MOVE WS-MAP-CONTA(WS-M) TO WS-CONTA-ADI
               WHEN OTHER
                 PERFORM VARYING WS-D FROM 1 BY 1
                         UNTIL WS-D > WS-DED-COUNT
               ADD YTD-IR        TO WS-TOT-IR
               ADD YTD-LIQUIDO   TO WS-TOT-LIQ-YTD
               PERFORM ACUMULAR-DEDUCOES-EMPREGADO
               PERFORM ACUMULAR-ADIANTAMENTO
               PERFORM ACUMULAR-CENTRO-CUSTO
             END-IF
           END-IF.
             END-IF
             ADD WS-DED-CALC TO WS-DED-TOTAL(WS-D)
           END-PERFORM.
      *
      * THE PAYROLL TAKES EVERY ADIHIST ROW OF THE MATRICULA FOR THE
      * ANO-MES OFF EACH NIGHT'S NET - THE SAME SUM IS CLEARED HERE.
       ACUMULAR-ADIANTAMENTO.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-ADI-COUNT
             IF WS-ADI-CODIGO(WS-T) IS EQUAL TO YTD-MATRICULA
               ADD WS-ADI-VALOR(WS-T) TO WS-TOT-ADIANT
             END-IF
           END-PERFORM.
      *
       ACUMULAR-CENTRO-CUSTO.
           MOVE ZEROES TO WS-CC-EMPREGADO.
           END-PERFORM.
      *
           COMPUTE WS-LIQ-RESIDUAL =
                   WS-TOT-BRUTO - WS-TOT-IR - WS-TOT-DEDUCOES
                   - WS-TOT-ADIANT.
      *
       VALIDAR-CONTAS.
           MOVE 'BRU' TO WS-EX-TIPO.
             MOVE WS-DED-CONTA(WS-D)  TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-PERFORM.
      *
           IF WS-TOT-ADIANT IS GREATER THAN ZEROES
             IF WS-CONTA-ADI IS EQUAL TO ZEROES
               MOVE 'ADI' TO WS-EX-TIPO
               MOVE ZEROES TO WS-EX-CONTA
               MOVE 'SEM CONTA MAPEADA NO FOLHAMAP' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             ELSE
               MOVE 'ADI' TO WS-EX-TIPO
               MOVE WS-CONTA-ADI TO WS-CONTA-VERIFICADA
               PERFORM VERIFICAR-UMA-CONTA
             END-IF
           END-IF.
      *
       VERIFICAR-UMA-CONTA.
           MOVE WS-CONTA-VERIFICADA TO COA-CONTA.
             MOVE WS-DED-DESCRICAO(WS-D) TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-PERFORM.
      *
           IF WS-TOT-ADIANT IS GREATER THAN ZEROES
             MOVE WS-CONTA-ADI     TO WS-LANC-CONTA
             MOVE 'C'              TO WS-LANC-DC
             MOVE WS-TOT-ADIANT    TO WS-LANC-VALOR
             MOVE 'ADIANTAMENTO SALARIO' TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           MOVE WS-CONTA-LIQ     TO WS-LANC-CONTA.
           MOVE 'C'              TO WS-LANC-DC.
           CLOSE EMP-FILE.
           CLOSE DEDUCT-FILE.
           CLOSE MAP-FILE.
           IF WS-TEM-ADIHIST IS EQUAL TO 'S'
             CLOSE ADI-FILE
           END-IF.
           CLOSE COA-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
