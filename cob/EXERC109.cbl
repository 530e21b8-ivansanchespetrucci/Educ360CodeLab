      ******************************************************************
      * FILE NAME   : EXERC109                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : FINANCIAL STATEMENTS - BALANCO PATRIMONIAL AND   *
      *               DRE OF THE GLCTL PERIOD FROM BALFILE, WITH THE   *
      *               PRIOR PERIOD AND THE SAME MONTH OF THE PRIOR     *
      *               YEAR ALONGSIDE. EVERY ACCOUNT IS PLACED BY ITS   *
      *               COAFILE COA-CLASSE AND COA-LINHA                 *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE DIRECTORS HAD ONLY THE FLAT *
      *                EXERC042 TRIAL BALANCE. A BALANCE IS THE SUM OF *
      *                THE BALFILE PERIODS SINCE THE LAST CLOSED ONE   *
      *                (WHOSE CLOSING EXERC043 CARRIED IN AS AN        *
      *                OPENING ENTRY). THE DRE COLUMN IS THE MONTH'S   *
      *                MOVEMENT OF THE REVENUE AND EXPENSE ACCOUNTS;   *
      *                ON THE BALANCE SHEET THEIR BALANCE GOES TO      *
      *                EQUITY AS THE RESULT OF THE YEAR TO DATE AND,   *
      *                FOR WHAT WAS NOT YET TRANSFERRED BY A YEAR-END  *
      *                ENTRY, THE RESULT OF PRIOR YEARS. A BALFILE     *
      *                CONTA MISSING FROM COAFILE OR WITHOUT CLASSE    *
      *                AND LINHA, OR A BALANCE SHEET THAT DOES NOT     *
      *                BALANCE IN ANY COLUMN, GOES TO DEMEXC AND THE   *
      *                STATEMENTS ARE NOT PRINTED (RC 8).              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC109.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE    ASSIGN TO GLCTL
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
           SELECT COA-FILE        ASSIGN TO COAFILE
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS COA-CONTA
                                   FILE STATUS IS WS-COA-STATUS.
      *
           SELECT EXCEPT-FILE     ASSIGN TO DEMEXC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT REPORT-FILE     ASSIGN TO DEMRPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-PERIODO        PIC 9(06).
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
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-PERIOD-STATUS       PIC X(02) VALUE SPACES.
       01  WS-BAL-STATUS          PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
       01  WS-EOF-PERIOD          PIC X(01) VALUE 'N'.
       01  WS-FIM-SALDOS          PIC X(01) VALUE 'N'.
       01  WS-DEMONSTRACOES-OK    PIC X(01) VALUE 'S'.
      *
       01  WS-PERIODO             PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PER-ANO         PIC 9(04).
           05  WS-PER-MES         PIC 9(02).
       01  WS-PERIODO-CALC        PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-CALC-R REDEFINES WS-PERIODO-CALC.
           05  WS-PC-ANO          PIC 9(04).
           05  WS-PC-MES          PIC 9(02).
      *
      * THE EIGHT PERIODS WHOSE CLOSING BALANCES THE STATEMENTS NEED:
      * 1 GLCTL PERIOD, 2 PRIOR PERIOD, 3 SAME MONTH LAST YEAR, 4 AND
      * 5 THE MONTH BEFORE 2 AND 3 (FOR THE DRE MOVEMENT), 6 TO 8 THE
      * DECEMBER BEFORE THE YEAR OF 1, 2 AND 3 (FOR THE YEAR'S RESULT).
      * WS-AL-FECHADO IS THE LAST CLOSED PERIOD BEFORE EACH ONE.
       01  WS-ALVO-TAB.
           05  WS-ALVO            OCCURS 8 TIMES.
               10  WS-AL-PERIODO  PIC 9(06).
               10  WS-AL-FECHADO  PIC 9(06).
       01  WS-T                   PIC 9(02) VALUE ZEROES.
      *
      * FOR EACH PRINTED COLUMN, THE TARGET HOLDING THE BALANCE BEFORE
      * THE MONTH AND THE ONE HOLDING THE BALANCE BEFORE THE YEAR.
       01  WS-BASES-MES-LIT       PIC X(03) VALUE '245'.
       01  WS-BASES-MES REDEFINES WS-BASES-MES-LIT.
           05  WS-BASE-MES        PIC 9(01) OCCURS 3 TIMES.
       01  WS-BASES-ANO-LIT       PIC X(03) VALUE '678'.
       01  WS-BASES-ANO REDEFINES WS-BASES-ANO-LIT.
           05  WS-BASE-ANO        PIC 9(01) OCCURS 3 TIMES.
       01  WS-COL                 PIC 9(01) VALUE ZEROES.
       01  WS-BM                  PIC 9(01) VALUE ZEROES.
       01  WS-BA                  PIC 9(01) VALUE ZEROES.
      *
      * BALANCE (DEBITS MINUS CREDITS) OF EVERY BALFILE CONTA AT EACH
      * TARGET, IN CONTA ORDER FOR THE SEARCH ALL.
       01  WS-CTA-TAB.
           05  WS-CTA-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-CTA-COUNT
                                   ASCENDING KEY IS WS-CT-CONTA
                                   INDEXED BY WS-CT-IDX.
               10  WS-CT-CONTA        PIC 9(06).
               10  WS-CT-SALDO        PIC S9(12)V9(02)
                                       OCCURS 8 TIMES.
       01  WS-CTA-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-C                   PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
      *
      * ONE ROW PER STATEMENT LINE, KEPT IN PRINT ORDER - CLASSE IN
      * STATEMENT ORDER, THEN COA-LINHA. VALUES DEBIT MINUS CREDIT.
       01  WS-LIN-TAB.
           05  WS-LIN-LINHA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-LIN-COUNT.
               10  WS-LN-CHAVE.
                   15  WS-LN-ORDEM    PIC 9(01).
                   15  WS-LN-LINHA    PIC 9(03).
               10  WS-LN-CLASSE       PIC X(01).
               10  WS-LN-TITULO       PIC X(30).
               10  WS-LN-VALOR        PIC S9(12)V9(02)
                                       OCCURS 3 TIMES.
       01  WS-LIN-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-L                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-CHAVE-LINHA.
           05  WS-CL-ORDEM        PIC 9(01).
           05  WS-CL-LINHA        PIC 9(03).
       01  WS-CLASSE-PROC         PIC X(01) VALUE SPACE.
      *
      * RESULT OF REVENUE AND EXPENSE ACCOUNTS NOT YET IN EQUITY,
      * DEBIT MINUS CREDIT, AND THE BALANCE CHECK - PER COLUMN.
       01  WS-RESULTADOS.
           05  WS-RES-EXERCICIO   PIC S9(12)V9(02) OCCURS 3 TIMES.
           05  WS-RES-ANTERIOR    PIC S9(12)V9(02) OCCURS 3 TIMES.
           05  WS-SOMA-CONTAS     PIC S9(12)V9(02) OCCURS 3 TIMES.
      *
       01  WS-VALOR-COL           PIC S9(12)V9(02) OCCURS 3 TIMES.
       01  WS-TOTAL-SECAO         PIC S9(12)V9(02) OCCURS 3 TIMES.
       01  WS-TOTAL-PASSIVO       PIC S9(12)V9(02) OCCURS 3 TIMES.
       01  WS-TOTAL-RECEITAS      PIC S9(12)V9(02) OCCURS 3 TIMES.
      *
       01  WS-QTD-NAO-CLASSIF     PIC 9(05) VALUE ZEROES.
      *
       01  WS-TITULO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TL-TEXTO        PIC X(60).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(01).
           05  WS-CH-TITULO       PIC X(40).
           05  WS-CH-COLUNA       OCCURS 3 TIMES.
               10  FILLER         PIC X(10).
               10  WS-CH-MES      PIC 9(02).
               10  WS-CH-BARRA    PIC X(01).
               10  WS-CH-ANO      PIC 9(04).
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DL-TITULO       PIC X(40).
           05  WS-DL-COLUNA       OCCURS 3 TIMES.
               10  FILLER         PIC X(02).
               10  WS-DL-VALOR    PIC -ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-MSG-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-MSG-TEXTO       PIC X(60).
       01  WS-QTD-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(26)
                                   VALUE 'CONTAS NAO CLASSIFICADAS: '.
           05  WS-QL-QTD          PIC ZZ.ZZ9.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-CHAVE        PIC X(20).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-VALOR        PIC -ZZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
      *
       01  WS-CHAVE-CONTA.
           05  FILLER             PIC X(06) VALUE 'CONTA '.
           05  WS-CC-CONTA        PIC 9(06).
       01  WS-CHAVE-PERIODO.
           05  FILLER             PIC X(08) VALUE 'PERIODO '.
           05  WS-CP-MES          PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-CP-ANO          PIC 9(04).
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
           PERFORM LER-TABELA-PERIODOS
             WITH TEST AFTER
             UNTIL WS-EOF-PERIOD IS EQUAL TO 'Y'.
      *
           PERFORM LER-SALDO
             WITH TEST AFTER
             UNTIL WS-FIM-SALDOS IS EQUAL TO 'Y'.
      *
           PERFORM CLASSIFICAR-CONTAS.
           PERFORM VERIFICAR-FECHAMENTO.
      *
           IF WS-DEMONSTRACOES-OK IS EQUAL TO 'S'
             PERFORM IMPRIMIR-BALANCO
             PERFORM IMPRIMIR-DRE
           ELSE
             MOVE 'DEMONSTRACOES NAO EMITIDAS - VER DEMEXC'
               TO WS-MSG-TEXTO
             MOVE WS-MSG-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE WS-QTD-NAO-CLASSIF TO WS-QL-QTD
             MOVE WS-QTD-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE 8 TO RETURN-CODE
           END-IF.
      *
           PERFORM FINALIZAR.
      *
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC109' TO WS-EXL-PROGRAMA.
           MOVE 'DEMEXC  ' TO WS-EXL-ARQUIVO.
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
           MOVE CTL-PERIODO TO WS-PERIODO.
           CLOSE CONTROL-FILE.
      *
           IF WS-PER-MES IS LESS THAN 1 OR
              WS-PER-MES IS GREATER THAN 12
             DISPLAY 'EXERC109 - GLCTL PERIOD INVALID: ' WS-PERIODO
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           PERFORM MONTAR-ALVOS.
           INITIALIZE WS-RESULTADOS.
      *
           OPEN INPUT  PERIOD-FILE.
           MOVE WS-PERIOD-STATUS TO WS-FILE-STATUS.
           MOVE 'PERIOD-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  BALANCE-FILE.
           MOVE WS-BAL-STATUS  TO WS-FILE-STATUS.
           MOVE 'BALANCE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  COA-FILE.
           MOVE WS-COA-STATUS  TO WS-FILE-STATUS.
           MOVE 'COA-FILE'     TO WS-FILE-ID.
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
           MOVE 'EXERC109'                   TO RP-HDR-PROGRAM.
           MOVE 'DEMONSTRACOES FINANCEIRAS'  TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE SPACES TO WS-COL-HEADER.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL IS GREATER THAN 3
             MOVE WS-AL-PERIODO(WS-COL) TO WS-PERIODO-CALC
             MOVE WS-PC-MES TO WS-CH-MES(WS-COL)
             MOVE '/'       TO WS-CH-BARRA(WS-COL)
             MOVE WS-PC-ANO TO WS-CH-ANO(WS-COL)
           END-PERFORM.
      *
       MONTAR-ALVOS.
           MOVE WS-PERIODO TO WS-AL-PERIODO(1).
           MOVE WS-PERIODO TO WS-PERIODO-CALC.
           PERFORM SUBTRAIR-MES.
           MOVE WS-PERIODO-CALC TO WS-AL-PERIODO(2).
           PERFORM SUBTRAIR-MES.
           MOVE WS-PERIODO-CALC TO WS-AL-PERIODO(4).
           COMPUTE WS-PC-ANO = WS-PER-ANO - 1.
           MOVE 12 TO WS-PC-MES.
           MOVE WS-PERIODO-CALC TO WS-AL-PERIODO(6).
      *
           MOVE WS-PERIODO TO WS-PERIODO-CALC.
           SUBTRACT 1 FROM WS-PC-ANO.
           MOVE WS-PERIODO-CALC TO WS-AL-PERIODO(3).
           PERFORM SUBTRAIR-MES.
           MOVE WS-PERIODO-CALC TO WS-AL-PERIODO(5).
           COMPUTE WS-PC-ANO = WS-PER-ANO - 2.
           MOVE 12 TO WS-PC-MES.
           MOVE WS-PERIODO-CALC TO WS-AL-PERIODO(8).
      *
           MOVE WS-AL-PERIODO(2) TO WS-PERIODO-CALC.
           SUBTRACT 1 FROM WS-PC-ANO.
           MOVE 12 TO WS-PC-MES.
           MOVE WS-PERIODO-CALC TO WS-AL-PERIODO(7).
      *
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T IS GREATER THAN 8
             MOVE ZEROES TO WS-AL-FECHADO(WS-T)
           END-PERFORM.
      *
       SUBTRAIR-MES.
           IF WS-PC-MES IS EQUAL TO 1
             SUBTRACT 1 FROM WS-PC-ANO
             MOVE 12 TO WS-PC-MES
           ELSE
             SUBTRACT 1 FROM WS-PC-MES
           END-IF.
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
             PERFORM VARYING WS-T FROM 1 BY 1
                     UNTIL WS-T IS GREATER THAN 8
               IF PER-PERIODO IS LESS THAN WS-AL-PERIODO(WS-T) AND
                  PER-PERIODO IS GREATER THAN WS-AL-FECHADO(WS-T)
                 MOVE PER-PERIODO TO WS-AL-FECHADO(WS-T)
               END-IF
             END-PERFORM
           END-IF.
      *
      * A BALFILE PERIOD COUNTS TOWARDS A TARGET WHEN IT IS AFTER THE
      * TARGET'S LAST CLOSED PERIOD AND NOT AFTER THE TARGET ITSELF.
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
             IF BAL-PERIODO IS GREATER THAN WS-PERIODO
               MOVE 'Y' TO WS-FIM-SALDOS
             ELSE
               ADD 1 TO WS-RECS-READ
               PERFORM LOCALIZAR-CONTA
               PERFORM VARYING WS-T FROM 1 BY 1
                       UNTIL WS-T IS GREATER THAN 8
                 IF BAL-PERIODO IS NOT GREATER THAN
                                     WS-AL-PERIODO(WS-T) AND
                    BAL-PERIODO IS GREATER THAN WS-AL-FECHADO(WS-T)
                   COMPUTE WS-CT-SALDO(WS-C, WS-T) =
                           WS-CT-SALDO(WS-C, WS-T)
                         + BAL-DEBITOS - BAL-CREDITOS
                 END-IF
               END-PERFORM
             END-IF
           END-IF.
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
               DISPLAY 'EXERC109 - CONTA TABLE FULL (2000)'
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
             PERFORM VARYING WS-T FROM 1 BY 1
                     UNTIL WS-T IS GREATER THAN 8
               MOVE ZEROES TO WS-CT-SALDO(WS-C, WS-T)
             END-PERFORM
           END-IF.
      *
      * EVERY CONTA MUST BE ON COAFILE WITH A CLASSE AND A LINHA.
      * BALANCE SHEET ACCOUNTS SHOW THEIR BALANCE; REVENUE AND EXPENSE
      * ACCOUNTS THEIR MOVEMENT IN THE MONTH ON THE DRE, AND THEIR
      * BALANCE SPLIT INTO THIS YEAR'S AND PRIOR YEARS' RESULT.
       CLASSIFICAR-CONTAS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C IS GREATER THAN WS-CTA-COUNT
             PERFORM VARYING WS-COL FROM 1 BY 1
                     UNTIL WS-COL IS GREATER THAN 3
               ADD WS-CT-SALDO(WS-C, WS-COL) TO WS-SOMA-CONTAS(WS-COL)
             END-PERFORM
             MOVE WS-CT-CONTA(WS-C) TO COA-CONTA
             READ COA-FILE
               INVALID KEY
                 MOVE 'CONTA NAO CADASTRADA NO COAFILE' TO WS-EX-LIT
                 PERFORM GRAVAR-NAO-CLASSIFICADA
               NOT INVALID KEY
                 IF (COA-ATIVO OR COA-PASSIVO OR COA-PATRIMONIO OR
                     COA-RECEITA OR COA-DESPESA) AND
                    COA-LINHA IS NUMERIC AND
                    COA-LINHA IS GREATER THAN ZEROES
                   PERFORM APURAR-CONTA
                 ELSE
                   MOVE 'CONTA SEM CLASSE/LINHA NO COAFILE'
                     TO WS-EX-LIT
                   PERFORM GRAVAR-NAO-CLASSIFICADA
                 END-IF
             END-READ
           END-PERFORM.
      *
       APURAR-CONTA.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL IS GREATER THAN 3
             IF COA-RECEITA OR COA-DESPESA
               MOVE WS-BASE-MES(WS-COL) TO WS-BM
               MOVE WS-BASE-ANO(WS-COL) TO WS-BA
               COMPUTE WS-VALOR-COL(WS-COL) =
                       WS-CT-SALDO(WS-C, WS-COL)
                     - WS-CT-SALDO(WS-C, WS-BM)
               COMPUTE WS-RES-EXERCICIO(WS-COL) =
                       WS-RES-EXERCICIO(WS-COL)
                     + WS-CT-SALDO(WS-C, WS-COL)
                     - WS-CT-SALDO(WS-C, WS-BA)
               ADD WS-CT-SALDO(WS-C, WS-BA) TO WS-RES-ANTERIOR(WS-COL)
             ELSE
               MOVE WS-CT-SALDO(WS-C, WS-COL) TO WS-VALOR-COL(WS-COL)
             END-IF
           END-PERFORM.
      *
           EVALUATE TRUE
             WHEN COA-ATIVO       MOVE 1 TO WS-CL-ORDEM
             WHEN COA-PASSIVO     MOVE 2 TO WS-CL-ORDEM
             WHEN COA-PATRIMONIO  MOVE 3 TO WS-CL-ORDEM
             WHEN COA-RECEITA     MOVE 4 TO WS-CL-ORDEM
             WHEN COA-DESPESA     MOVE 5 TO WS-CL-ORDEM
           END-EVALUATE.
           MOVE COA-LINHA TO WS-CL-LINHA.
           PERFORM LOCALIZAR-LINHA.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL IS GREATER THAN 3
             ADD WS-VALOR-COL(WS-COL) TO WS-LN-VALOR(WS-L, WS-COL)
           END-PERFORM.
      *
      * WS-CHAVE-LINHA TO ITS ROW (WS-L), INSERTED IN ORDER WHEN NEW.
      * THE FIRST CONTA OF A LINHA GIVES THE LINE ITS TITLE.
       LOCALIZAR-LINHA.
           COMPUTE WS-L = WS-LIN-COUNT + 1.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I IS GREATER THAN WS-LIN-COUNT
             IF WS-LN-CHAVE(WS-I) IS NOT LESS THAN WS-CHAVE-LINHA
               MOVE WS-I TO WS-L
               MOVE WS-LIN-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           IF WS-L IS GREATER THAN WS-LIN-COUNT OR
              WS-LN-CHAVE(WS-L) IS NOT EQUAL TO WS-CHAVE-LINHA
             IF WS-LIN-COUNT IS EQUAL TO 500
               DISPLAY 'EXERC109 - STATEMENT LINE TABLE FULL (500)'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-LIN-COUNT
             PERFORM VARYING WS-I FROM WS-LIN-COUNT BY -1
                     UNTIL WS-I IS NOT GREATER THAN WS-L
               MOVE WS-LIN-LINHA(WS-I - 1) TO WS-LIN-LINHA(WS-I)
             END-PERFORM
             MOVE WS-CHAVE-LINHA    TO WS-LN-CHAVE(WS-L)
             MOVE COA-CLASSE        TO WS-LN-CLASSE(WS-L)
             MOVE COA-LINHA-TITULO  TO WS-LN-TITULO(WS-L)
             IF WS-LN-TITULO(WS-L) IS EQUAL TO SPACES
               MOVE COA-DESCRICAO   TO WS-LN-TITULO(WS-L)
             END-IF
             PERFORM VARYING WS-COL FROM 1 BY 1
                     UNTIL WS-COL IS GREATER THAN 3
               MOVE ZEROES TO WS-LN-VALOR(WS-L, WS-COL)
             END-PERFORM
           END-IF.
      *
       GRAVAR-NAO-CLASSIFICADA.
           ADD 1 TO WS-QTD-NAO-CLASSIF.
           MOVE 'N' TO WS-DEMONSTRACOES-OK.
           MOVE WS-CT-CONTA(WS-C) TO WS-CC-CONTA.
           MOVE WS-CHAVE-CONTA    TO WS-EX-CHAVE.
           MOVE WS-CT-SALDO(WS-C, 1) TO WS-EX-VALOR.
           PERFORM GRAVAR-EXCECAO.
      *
      * WITH EVERY CONTA CLASSIFIED, THE BALANCE SHEET BALANCES
      * EXACTLY WHEN ALL BALANCES TOGETHER FOOT TO ZERO.
       VERIFICAR-FECHAMENTO.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL IS GREATER THAN 3
             IF WS-SOMA-CONTAS(WS-COL) IS NOT EQUAL TO ZEROES
               MOVE 'N' TO WS-DEMONSTRACOES-OK
               MOVE WS-AL-PERIODO(WS-COL) TO WS-PERIODO-CALC
               MOVE WS-PC-MES TO WS-CP-MES
               MOVE WS-PC-ANO TO WS-CP-ANO
               MOVE WS-CHAVE-PERIODO TO WS-EX-CHAVE
               MOVE 'BALANCO NAO FECHA - DIFERENCA D-C'
                 TO WS-EX-LIT
               MOVE WS-SOMA-CONTAS(WS-COL) TO WS-EX-VALOR
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-PERFORM.
      *
      * LIABILITIES, EQUITY AND REVENUE PRINT CREDIT-POSITIVE.
       IMPRIMIR-BALANCO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'BALANCO PATRIMONIAL' TO WS-TL-TEXTO.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE 'ATIVO' TO WS-DL-TITULO.
           PERFORM IMPRIMIR-CABECALHO-SECAO.
           MOVE 'A' TO WS-CLASSE-PROC.
           PERFORM IMPRIMIR-CLASSE.
           MOVE 'TOTAL DO ATIVO' TO WS-DL-TITULO.
           PERFORM IMPRIMIR-TOTAL-SECAO.
      *
           MOVE 'PASSIVO' TO WS-DL-TITULO.
           PERFORM IMPRIMIR-CABECALHO-SECAO.
           MOVE 'P' TO WS-CLASSE-PROC.
           PERFORM IMPRIMIR-CLASSE.
           MOVE 'TOTAL DO PASSIVO' TO WS-DL-TITULO.
           PERFORM IMPRIMIR-TOTAL-SECAO.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL IS GREATER THAN 3
             MOVE WS-TOTAL-SECAO(WS-COL) TO WS-TOTAL-PASSIVO(WS-COL)
           END-PERFORM.
      *
           MOVE 'PATRIMONIO LIQUIDO' TO WS-DL-TITULO.
           PERFORM IMPRIMIR-CABECALHO-SECAO.
           MOVE 'L' TO WS-CLASSE-PROC.
           PERFORM IMPRIMIR-CLASSE.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL IS GREATER THAN 3
             COMPUTE WS-VALOR-COL(WS-COL) =
                     0 - WS-RES-ANTERIOR(WS-COL)
           END-PERFORM.
           MOVE 'RESULTADOS DE EXERCICIOS ANTERIORES'
             TO WS-DL-TITULO(4:37).
           PERFORM IMPRIMIR-VALOR-SECAO.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL IS GREATER THAN 3
             COMPUTE WS-VALOR-COL(WS-COL) =
                     0 - WS-RES-EXERCICIO(WS-COL)
           END-PERFORM.
           MOVE 'RESULTADO DO EXERCICIO' TO WS-DL-TITULO(4:37).
           PERFORM IMPRIMIR-VALOR-SECAO.
           MOVE 'TOTAL DO PATRIMONIO LIQUIDO' TO WS-DL-TITULO.
           PERFORM IMPRIMIR-TOTAL-SECAO.
      *
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL IS GREATER THAN 3
             ADD WS-TOTAL-PASSIVO(WS-COL) TO WS-TOTAL-SECAO(WS-COL)
           END-PERFORM.
           MOVE 'TOTAL DO PASSIVO E PATRIMONIO LIQUIDO'
             TO WS-DL-TITULO.
           PERFORM IMPRIMIR-TOTAL-SECAO.
      *
       IMPRIMIR-DRE.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'DEMONSTRACAO DO RESULTADO DO PERIODO' TO WS-TL-TEXTO.
           MOVE WS-TITULO-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE 'RECEITAS' TO WS-DL-TITULO.
           PERFORM IMPRIMIR-CABECALHO-SECAO.
           MOVE 'R' TO WS-CLASSE-PROC.
           PERFORM IMPRIMIR-CLASSE.
           MOVE 'TOTAL DAS RECEITAS' TO WS-DL-TITULO.
           PERFORM IMPRIMIR-TOTAL-SECAO.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL IS GREATER THAN 3
             MOVE WS-TOTAL-SECAO(WS-COL) TO WS-TOTAL-RECEITAS(WS-COL)
           END-PERFORM.
      *
           MOVE 'DESPESAS' TO WS-DL-TITULO.
           PERFORM IMPRIMIR-CABECALHO-SECAO.
           MOVE 'D' TO WS-CLASSE-PROC.
           PERFORM IMPRIMIR-CLASSE.
           MOVE 'TOTAL DAS DESPESAS' TO WS-DL-TITULO.
           PERFORM IMPRIMIR-TOTAL-SECAO.
      *
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL IS GREATER THAN 3
             COMPUTE WS-TOTAL-SECAO(WS-COL) =
                     WS-TOTAL-RECEITAS(WS-COL) - WS-TOTAL-SECAO(WS-COL)
           END-PERFORM.
           MOVE WS-TOTAL-SECAO(1) TO WS-CONTROL-TOT.
           MOVE 'RESULTADO DO PERIODO' TO WS-DL-TITULO.
           PERFORM IMPRIMIR-TOTAL-SECAO.
      *
       IMPRIMIR-CABECALHO-SECAO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL IS GREATER THAN 3
             MOVE SPACES TO WS-DL-COLUNA(WS-COL)
             MOVE ZEROES TO WS-TOTAL-SECAO(WS-COL)
           END-PERFORM.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       IMPRIMIR-CLASSE.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L IS GREATER THAN WS-LIN-COUNT
             IF WS-LN-CLASSE(WS-L) IS EQUAL TO WS-CLASSE-PROC
               PERFORM VARYING WS-COL FROM 1 BY 1
                       UNTIL WS-COL IS GREATER THAN 3
                 IF WS-CLASSE-PROC IS EQUAL TO 'A' OR
                    WS-CLASSE-PROC IS EQUAL TO 'D'
                   MOVE WS-LN-VALOR(WS-L, WS-COL)
                     TO WS-VALOR-COL(WS-COL)
                 ELSE
                   COMPUTE WS-VALOR-COL(WS-COL) =
                           0 - WS-LN-VALOR(WS-L, WS-COL)
                 END-IF
               END-PERFORM
               MOVE SPACES TO WS-DL-TITULO
               MOVE WS-LN-TITULO(WS-L) TO WS-DL-TITULO(4:30)
               PERFORM IMPRIMIR-VALOR-SECAO
             END-IF
           END-PERFORM.
      *
      * ONE LINE OF A SECTION - WS-VALOR-COL PRINTED AND ADDED TO THE
      * SECTION TOTAL.
       IMPRIMIR-VALOR-SECAO.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL IS GREATER THAN 3
             MOVE WS-VALOR-COL(WS-COL) TO WS-DL-VALOR(WS-COL)
             ADD WS-VALOR-COL(WS-COL) TO WS-TOTAL-SECAO(WS-COL)
           END-PERFORM.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO WS-DL-TITULO.
      *
       IMPRIMIR-TOTAL-SECAO.
           PERFORM VARYING WS-COL FROM 1 BY 1
                   UNTIL WS-COL IS GREATER THAN 3
             MOVE WS-TOTAL-SECAO(WS-COL) TO WS-DL-VALOR(WS-COL)
           END-PERFORM.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO WS-DL-TITULO.
      *
       GRAVAR-EXCECAO.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST WRITTEN - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE WS-EX-CHAVE TO WS-EXL-CHAVE.
           MOVE WS-EX-LIT TO WS-EXL-MOTIVO.
           CALL 'EXCLOG' USING WS-EXL-PROGRAMA
                               WS-EXL-ARQUIVO
                               WS-EXL-CHAVE
                               WS-EXL-MOTIVO
                               WS-EXL-SEVERIDADE
           END-CALL.
      *
      * THE CONTROL TOTAL IS THE RESULT OF THE GLCTL MONTH - ZERO
      * WHEN THE STATEMENTS WERE REFUSED.
       FINALIZAR.
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE PERIOD-FILE.
           CLOSE BALANCE-FILE.
           CLOSE COA-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
