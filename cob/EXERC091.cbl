      ******************************************************************
      * FILE NAME   : EXERC091                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTH-END LOAN LOSS PROVISIONING. EVERY LOAN ON  *
      *               LOANFILE IS CLASSIFIED INTO A RISK LEVEL BY DAYS *
      *               PAST DUE ON THE RISCTAB TABLE (LEVEL, MAXIMUM    *
      *               DAYS, PROVISION PERCENTAGE - AA THROUGH H) AND   *
      *               PROVISIONED ON ITS OUTSTANDING BALANCE: THE      *
      *               CLOSING BALANCE OF THE MONTH ON THE EXERC010     *
      *               LOANSCHD EXTRACT PLUS THE ARREARS ON COLLEXT.    *
      *               THE CHANGE AGAINST THE PROVISION OF THE LAST     *
      *               PERIOD ON PROVHIST IS POSTED AS A CHARGE OR A    *
      *               RELEASE, WITH THE MONTH'S ACCRUED LOAN INTEREST, *
      *               ON THE LOANGL JOURNAL FOR EXERC042. PROVRPT IS   *
      *               THE PORTFOLIO BY PRODUCT AND RISK LEVEL.         *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THERE WAS NO PROVISION FOR      *
      *                DOUBTFUL LOANS AND THE LOAN INTEREST NEVER      *
      *                REACHED THE LEDGER. LOANGLMP HAS THE SHAPE OF   *
      *                ARGLMAP: 'EMP' LOANS RECEIVABLE, 'RJE' INTEREST *
      *                INCOME, 'PCL' PROVISION (CONTRA-ASSET), 'DPD'   *
      *                PROVISION EXPENSE, 'RPD' PROVISION RELEASE      *
      *                INCOME. THE PERIOD IS THE EMPRCTL BILLING MONTH.*
      *                DAYS PAST DUE RUN FROM THE DUE DAY OF THE       *
      *                OLDEST INSTALLMENT IN ARREARS TO THE LAST DAY   *
      *                OF THE PERIOD (30 A MONTH FOR A LOAN WITHOUT    *
      *                A CONTRACT DATE). AN INVALID ACCOUNT OR A       *
      *                PERIOD ALREADY ON PROVHIST LEAVES THE JOURNAL   *
      *                EMPTY AND ENDS THE STEP WITH RETURN-CODE 8.     *
      * 2026-10-15 JM  LOAN-REC AND COL-REC FOLLOW EXERC010. A LOAN    *
      *                CLOSED BY THE EXERC092 RENEGOTIATION IS LEFT    *
      *                OUT; A RESTRUCTURED LOAN IS RATED ON NO FEWER   *
      *                DAYS PAST DUE THAN THE INSTALLMENTS BEHIND AT   *
      *                RENEGOTIATION (30 EACH), AND THE COUNT OF THEM  *
      *                PRINTS ON PROVRPT.                              *
      * 2026-10-15 JM  COA-REC CARRIES THE NEW COA-CLASSE, COA-LINHA   *
      *                AND COA-LINHA-TITULO THAT PLACE THE ACCOUNT ON  *
      *                THE EXERC109 BALANCE SHEET AND INCOME           *
      *                STATEMENT.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC091.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO EMPRCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT LOAN-FILE      ASSIGN TO LOANFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-LOAN-STATUS.
      *
           SELECT SCHEDULE-FILE  ASSIGN TO LOANSCHD
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-SCHD-STATUS.
      *
           SELECT COLLECT-FILE   ASSIGN TO COLLEXT
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-COLL-STATUS.
      *
           SELECT RISK-TABLE     ASSIGN TO RISCTAB
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RSC-STATUS.
      *
           SELECT PROV-HIST      ASSIGN TO PROVHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PVH-STATUS.
      *
           SELECT MAP-FILE       ASSIGN TO LOANGLMP
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MAP-STATUS.
      *
           SELECT COA-FILE       ASSIGN TO COAFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS COA-CONTA
                                  FILE STATUS IS WS-COA-STATUS.
      *
           SELECT JOURNAL-FILE   ASSIGN TO LOANGL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-JRN-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO PROVRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO PROVEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-ANO-MES        PIC 9(06).
      *
      * SAME LAYOUT EXERC010 READS.
       FD  LOAN-FILE.
       01  LOAN-REC.
           05  LOAN-ID            PIC 9(06).
           05  LOAN-CAPITAL       PIC 9(08)V9(02).
           05  LOAN-MESES         PIC 9(02).
           05  LOAN-PRODUTO       PIC X(04).
           05  LOAN-CLIENTE       PIC 9(06).
           05  LOAN-DATA-CONTRATO PIC 9(08).
           05  LOAN-SITUACAO      PIC X(01).
               88  LOAN-ENCERRADO     VALUE 'E'.
           05  LOAN-REESTRUTURADO PIC X(01).
               88  LOAN-RENEGOCIADO   VALUE 'S'.
           05  LOAN-ID-ORIGEM     PIC 9(06).
           05  LOAN-PARC-ORIGEM   PIC 9(02).
      *
      * SAME LAYOUT EXERC010 WRITES - ONE ROW PER INSTALLMENT.
       FD  SCHEDULE-FILE.
       01  SCH-REC.
           05  SCH-LOAN-ID        PIC 9(06).
           05  SCH-MES            PIC 9(02).
           05  SCH-ANO-MES        PIC 9(06).
           05  SCH-PARCELA        PIC 9(08)V9(02).
           05  SCH-SALDO-ABERTURA PIC 9(08)V9(02).
           05  SCH-JUROS          PIC 9(08)V9(02).
           05  SCH-SALDO-FECHAMENTO PIC 9(08)V9(02).
      *
       FD  COLLECT-FILE.
       01  COL-REC.
           05  COL-LOAN-ID        PIC 9(06).
           05  COL-PARCELAS       PIC 9(02).
           05  COL-VALOR-ATRASO   PIC 9(08)V9(02).
           05  COL-VALOR-ENCARGOS PIC 9(08)V9(02).
      *
      * RISK LEVELS IN ASCENDING ORDER OF DAYS PAST DUE - A LOAN FALLS
      * INTO THE FIRST LEVEL WHOSE MAXIMUM IT DOES NOT EXCEED.
       FD  RISK-TABLE.
       01  RSC-REC.
           05  RSC-NIVEL          PIC X(02).
           05  RSC-DIAS-MAX       PIC 9(05).
           05  RSC-PCT            PIC 9(03)V9(02).
      *
      * ONE RECORD PER PERIOD POSTED.
       FD  PROV-HIST.
       01  PVH-REC.
           05  PVH-PERIODO        PIC 9(06).
           05  PVH-SALDO          PIC 9(10)V9(02).
           05  PVH-PROVISAO       PIC 9(10)V9(02).
           05  PVH-JUROS          PIC 9(10)V9(02).
           05  PVH-DATA-PROC      PIC 9(08).
      *
       FD  MAP-FILE.
       01  MAP-REC.
           05  MAP-TIPO           PIC X(03).
           05  MAP-CONTA          PIC 9(06).
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
       FD  JOURNAL-FILE.
       01  JRN-REC.
           05  JRN-PERIODO        PIC 9(06).
           05  JRN-CONTA          PIC 9(06).
           05  JRN-DC             PIC X(01).
           05  JRN-VALOR          PIC 9(10)V9(02).
           05  JRN-ORIGEM         PIC X(08).
           05  JRN-DESCRICAO      PIC X(20).
           05  JRN-CC             PIC 9(03).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-LOAN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-SCHD-STATUS         PIC X(02) VALUE SPACES.
       01  WS-COLL-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RSC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PVH-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS          PIC X(02) VALUE SPACES.
       01  WS-JRN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-LOAN            PIC X(01) VALUE 'N'.
       01  WS-EOF-SCHD            PIC X(01) VALUE 'N'.
       01  WS-EOF-COLL            PIC X(01) VALUE 'N'.
       01  WS-EOF-RSC             PIC X(01) VALUE 'N'.
       01  WS-EOF-PVH             PIC X(01) VALUE 'N'.
       01  WS-EOF-MAP             PIC X(01) VALUE 'N'.
      *
       01  WS-PERIODO             PIC 9(06) VALUE ZEROES.
       01  WS-PERIODO-R REDEFINES WS-PERIODO.
           05  WS-PER-AAAA        PIC 9(04).
           05  WS-PER-MM          PIC 9(02).
      *
      * FIRST DAY OF THE MONTH AFTER THE PERIOD - THE DAY BEFORE IT
      * IS THE REFERENCE DATE OF THE DAYS PAST DUE.
       01  WS-DATA-SEGUINTE       PIC 9(08) VALUE ZEROES.
       01  WS-DATA-SEGUINTE-R REDEFINES WS-DATA-SEGUINTE.
           05  WS-SEG-AAAA        PIC 9(04).
           05  WS-SEG-MM          PIC 9(02).
           05  WS-SEG-DD          PIC 9(02).
       01  WS-DIA-FIM-PERIODO     PIC 9(07) VALUE ZEROES.
      *
       01  WS-CONTRATO-DATA       PIC 9(08) VALUE ZEROES.
       01  WS-CONTRATO-DATA-R REDEFINES WS-CONTRATO-DATA.
           05  WS-CONTRATO-AAAA   PIC 9(04).
           05  WS-CONTRATO-MM     PIC 9(02).
           05  WS-CONTRATO-DD     PIC 9(02).
       01  WS-CONTRATO-ANO-MES    PIC 9(06) VALUE ZEROES.
      *
       01  WS-VENC-DATA           PIC 9(08) VALUE ZEROES.
       01  WS-VENC-DATA-R REDEFINES WS-VENC-DATA.
           05  WS-VENC-AAAA       PIC 9(04).
           05  WS-VENC-MM         PIC 9(02).
           05  WS-VENC-DD         PIC 9(02).
       01  WS-IDX-MES             PIC 9(06) VALUE ZEROES.
       01  WS-RESTO-MES           PIC 9(02) VALUE ZEROES.
      *
      * RISK TABLE - LOADED FROM RISCTAB.
       01  WS-RSC-COUNT           PIC 9(02) VALUE ZEROES.
       01  WS-RSC-TAB.
           05  WS-RSC-ENTRY OCCURS 10 TIMES.
               10  WS-RSC-NIVEL   PIC X(02).
               10  WS-RSC-DIAS-MAX PIC 9(05).
               10  WS-RSC-PCT     PIC 9(03)V9(02).
      *
      * THE PERIOD'S SCHEDULE ROW OF EACH LOAN - FROM LOANSCHD(0).
       01  WS-SCH-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-SCH-TAB.
           05  WS-SCH-ENTRY OCCURS 3000 TIMES.
               10  WS-SCH-LOAN-ID PIC 9(06).
               10  WS-SCH-JUROS   PIC 9(08)V9(02).
               10  WS-SCH-SALDO   PIC 9(08)V9(02).
      *
      * LOANS IN ARREARS - FROM COLLEXT(0).
       01  WS-COL-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-COL-TAB.
           05  WS-COL-ENTRY OCCURS 3000 TIMES.
               10  WS-COL-LOAN-ID PIC 9(06).
               10  WS-COL-PARCELAS PIC 9(02).
               10  WS-COL-VALOR   PIC 9(08)V9(02).
      *
      * PORTFOLIO BY PRODUCT AND RISK LEVEL.
       01  WS-PRD-COUNT           PIC 9(02) VALUE ZEROES.
       01  WS-PRD-TAB.
           05  WS-PRD-ENTRY OCCURS 50 TIMES.
               10  WS-PRD-CODIGO  PIC X(04).
               10  WS-PRD-NIVEL OCCURS 10 TIMES.
                   15  WS-PN-QTD      PIC 9(05).
                   15  WS-PN-SALDO    PIC 9(10)V9(02).
                   15  WS-PN-PROVISAO PIC 9(10)V9(02).
      *
       01  WS-NIV-TOTAIS.
           05  WS-NT-ENTRY OCCURS 10 TIMES.
               10  WS-NT-QTD      PIC 9(05).
               10  WS-NT-SALDO    PIC 9(10)V9(02).
               10  WS-NT-PROVISAO PIC 9(10)V9(02).
      *
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-N                   PIC 9(02) VALUE ZEROES.
       01  WS-P                   PIC 9(02) VALUE ZEROES.
       01  WS-ACHOU-SCH           PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU-COL           PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU-PRD           PIC 9(02) VALUE ZEROES.
       01  WS-NIVEL-IDX           PIC 9(02) VALUE ZEROES.
       01  WS-DIAS-ATRASO         PIC 9(05) VALUE ZEROES.
       01  WS-PARCELAS-ATRASO     PIC 9(02) VALUE ZEROES.
       01  WS-SALDO-LOAN          PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-PROVISAO-LOAN       PIC 9(08)V9(02) VALUE ZEROES.
      *
       01  WS-CONTA-EMPRESTIMO    PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-RECEITA-JUROS PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-PROVISAO      PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-DESPESA-PDD   PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-REVERSAO-PDD  PIC 9(06) VALUE ZEROES.
      *
       01  WS-PERIODO-ANTERIOR    PIC 9(06) VALUE ZEROES.
       01  WS-PROVISAO-ANTERIOR   PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-SALDO           PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-PROVISAO        PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-JUROS           PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-VARIACAO            PIC S9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-DEBITOS         PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-CREDITOS        PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-POSTING-OK          PIC X(01) VALUE 'S'.
       01  WS-CONTA-VERIFICADA    PIC 9(06) VALUE ZEROES.
       01  WS-QTD-EMPRESTIMOS     PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SEM-CRONOGRAMA  PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REESTRUTURADOS  PIC 9(05) VALUE ZEROES.
      *
      * ONE POSTING LINE IN HAND - FILLED BY GRAVAR-LANCAMENTOS AND
      * WRITTEN/PRINTED/TOTALLED BY GRAVAR-UM-LANCAMENTO.
       01  WS-LANC-CONTA          PIC 9(06) VALUE ZEROES.
       01  WS-LANC-DC             PIC X(01) VALUE SPACE.
       01  WS-LANC-VALOR          PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-LANC-DESC           PIC X(20) VALUE SPACES.
      *
       01  WS-PRD-HEADER-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE 'PRODUTO : '.
           05  WS-PH-PRODUTO      PIC X(04).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(07) VALUE 'NIVEL'.
           05  FILLER             PIC X(10) VALUE '  PERC.'.
           05  FILLER             PIC X(08) VALUE '   QTD'.
           05  FILLER             PIC X(16) VALUE '     SALDO'.
           05  FILLER             PIC X(16) VALUE '    PROVISAO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-NIVEL        PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PCT          PIC ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-QTD          PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-SALDO        COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PROVISAO     COPY CPYAMT.
      *
       01  WS-TITLE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TL-LIT          PIC X(60) VALUE SPACES.
      *
       01  WS-MOVE-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-MV-LIT          PIC X(34).
           05  WS-MV-VALOR        PIC -Z.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-JRN-DETAIL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-JD-CONTA        PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-JD-DC           PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-JD-DESCRICAO    PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-JD-VALOR        COPY CPYAMT.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-CHAVE        PIC X(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-CONTA        PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(45) VALUE SPACES.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-VALOR        PIC -ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
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
           PERFORM CLASSIFICAR-EMPRESTIMO
             WITH TEST AFTER
             UNTIL WS-EOF-LOAN IS EQUAL TO 'Y'.
      *
           PERFORM IMPRIMIR-CARTEIRA.
      *
           COMPUTE WS-VARIACAO =
                   WS-TOT-PROVISAO - WS-PROVISAO-ANTERIOR.
           PERFORM VALIDAR-CONTAS.
      *
           IF WS-POSTING-OK IS EQUAL TO 'S'
             PERFORM GRAVAR-LANCAMENTOS
             PERFORM GRAVAR-HISTORICO
           ELSE
             MOVE 8 TO RETURN-CODE
           END-IF.
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
           MOVE CTL-ANO-MES TO WS-PERIODO.
           CLOSE CONTROL-FILE.
      *
           IF CTL-ANO-MES IS NOT NUMERIC OR
              WS-PER-AAAA IS LESS THAN 2000 OR
              WS-PER-MM IS LESS THAN 1 OR
              WS-PER-MM IS GREATER THAN 12
             DISPLAY 'EXERC091 - MES INVALIDO NO EMPRCTL: '
                     CTL-ANO-MES
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           MOVE WS-PER-AAAA TO WS-SEG-AAAA.
           MOVE WS-PER-MM   TO WS-SEG-MM.
           MOVE 01          TO WS-SEG-DD.
           IF WS-SEG-MM IS EQUAL TO 12
             ADD 1 TO WS-SEG-AAAA
             MOVE 01 TO WS-SEG-MM
           ELSE
             ADD 1 TO WS-SEG-MM
           END-IF.
           COMPUTE WS-DIA-FIM-PERIODO =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-SEGUINTE) - 1.
      *
           PERFORM CARREGAR-HISTORICO.
           PERFORM CARREGAR-RISCOS.
           PERFORM CARREGAR-CRONOGRAMA.
           PERFORM CARREGAR-ATRASOS.
      *
           OPEN INPUT  LOAN-FILE.
           MOVE WS-LOAN-STATUS TO WS-FILE-STATUS.
           MOVE 'LOAN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  MAP-FILE.
           MOVE WS-MAP-STATUS  TO WS-FILE-STATUS.
           MOVE 'MAP-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-TABELA-MAPA
             WITH TEST AFTER
             UNTIL WS-EOF-MAP IS EQUAL TO 'Y'.
           CLOSE MAP-FILE.
      *
           OPEN INPUT  COA-FILE.
           MOVE WS-COA-STATUS  TO WS-FILE-STATUS.
           MOVE 'COA-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT JOURNAL-FILE.
           MOVE WS-JRN-STATUS  TO WS-FILE-STATUS.
           MOVE 'JOURNAL-FILE' TO WS-FILE-ID.
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
           MOVE 'EXERC091'                    TO RP-HDR-PROGRAM.
           MOVE 'PROVISAO DA CARTEIRA DE EMPRESTIMOS' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * THE PROVISION OF THE LATEST PERIOD BEFORE THIS ONE IS WHAT THE
      * LEDGER HOLDS. THE SAME PERIOD ON PROVHIST HAS BEEN POSTED
      * ALREADY, AND A LATER ONE MEANS THE CONTROL CARD IS STALE -
      * EITHER WAY NOTHING IS POSTED. NO PROVHIST YET (STATUS 35) IS
      * THE FIRST PROVISIONING RUN.
       CARREGAR-HISTORICO.
           OPEN INPUT PROV-HIST.
           MOVE WS-PVH-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'PROV-HIST' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-HISTORICO
               WITH TEST AFTER
               UNTIL WS-EOF-PVH IS EQUAL TO 'Y'
             CLOSE PROV-HIST
           END-IF.
      *
       LER-HISTORICO.
           READ PROV-HIST
             AT END
               MOVE 'Y' TO WS-EOF-PVH
           END-READ.
           MOVE WS-PVH-STATUS TO WS-FILE-STATUS.
           MOVE 'PROV-HIST'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PVH IS NOT EQUAL TO 'Y'
             IF PVH-PERIODO IS NOT LESS THAN WS-PERIODO
               DISPLAY 'EXERC091 - PERIODO ' PVH-PERIODO
                       ' JA PROVISIONADO NO PROVHIST - NADA A '
                       'CONTABILIZAR PARA ' WS-PERIODO
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             IF PVH-PERIODO IS GREATER THAN WS-PERIODO-ANTERIOR
               MOVE PVH-PERIODO  TO WS-PERIODO-ANTERIOR
               MOVE PVH-PROVISAO TO WS-PROVISAO-ANTERIOR
             END-IF
           END-IF.
      *
       CARREGAR-RISCOS.
           OPEN INPUT  RISK-TABLE.
           MOVE WS-RSC-STATUS TO WS-FILE-STATUS.
           MOVE 'RISK-TABLE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-RISCO
             WITH TEST AFTER
             UNTIL WS-EOF-RSC IS EQUAL TO 'Y'.
           CLOSE RISK-TABLE.
      *
           IF WS-RSC-COUNT IS EQUAL TO ZEROES
             DISPLAY 'EXERC091 - RISCTAB VAZIO - RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
      *
       LER-RISCO.
           READ RISK-TABLE
             AT END
               MOVE 'Y' TO WS-EOF-RSC
           END-READ.
           MOVE WS-RSC-STATUS TO WS-FILE-STATUS.
           MOVE 'RISK-TABLE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RSC IS NOT EQUAL TO 'Y'
             IF WS-RSC-COUNT IS NOT LESS THAN 10
               DISPLAY 'EXERC091 - MAIS DE 10 NIVEIS NO RISCTAB - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             IF RSC-PCT IS GREATER THAN 100 OR
                (WS-RSC-COUNT IS GREATER THAN ZEROES AND
                 RSC-DIAS-MAX IS NOT GREATER THAN
                 WS-RSC-DIAS-MAX(WS-RSC-COUNT))
               DISPLAY 'EXERC091 - NIVEL ' RSC-NIVEL ' FORA DE '
                       'ORDEM OU ACIMA DE 100% NO RISCTAB - RODADA '
                       'ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-RSC-COUNT
             MOVE RSC-NIVEL    TO WS-RSC-NIVEL(WS-RSC-COUNT)
             MOVE RSC-DIAS-MAX TO WS-RSC-DIAS-MAX(WS-RSC-COUNT)
             MOVE RSC-PCT      TO WS-RSC-PCT(WS-RSC-COUNT)
           END-IF.
      *
       CARREGAR-CRONOGRAMA.
           OPEN INPUT  SCHEDULE-FILE.
           MOVE WS-SCHD-STATUS  TO WS-FILE-STATUS.
           MOVE 'SCHEDULE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-CRONOGRAMA
             WITH TEST AFTER
             UNTIL WS-EOF-SCHD IS EQUAL TO 'Y'.
           CLOSE SCHEDULE-FILE.
      *
       LER-CRONOGRAMA.
           READ SCHEDULE-FILE
             AT END
               MOVE 'Y' TO WS-EOF-SCHD
           END-READ.
           MOVE WS-SCHD-STATUS  TO WS-FILE-STATUS.
           MOVE 'SCHEDULE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-SCHD IS NOT EQUAL TO 'Y' AND
              SCH-ANO-MES IS EQUAL TO WS-PERIODO
             IF WS-SCH-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC091 - MAIS DE 3000 PARCELAS NO MES - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-SCH-COUNT
             MOVE SCH-LOAN-ID          TO WS-SCH-LOAN-ID(WS-SCH-COUNT)
             MOVE SCH-JUROS            TO WS-SCH-JUROS(WS-SCH-COUNT)
             MOVE SCH-SALDO-FECHAMENTO TO WS-SCH-SALDO(WS-SCH-COUNT)
           END-IF.
      *
      * COLLEXT(0) IS THE ARREARS EXTRACT OF THE LAST EXERC010 RUN.
      * A MISSING ONE MEANS NO LOAN HAS EVER BEEN IN ARREARS.
       CARREGAR-ATRASOS.
           OPEN INPUT COLLECT-FILE.
           MOVE WS-COLL-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-COLL
           ELSE
             MOVE 'COLLECT-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-ATRASO
               WITH TEST AFTER
               UNTIL WS-EOF-COLL IS EQUAL TO 'Y'
             CLOSE COLLECT-FILE
           END-IF.
      *
       LER-ATRASO.
           READ COLLECT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-COLL
           END-READ.
           MOVE WS-COLL-STATUS TO WS-FILE-STATUS.
           MOVE 'COLLECT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-COLL IS NOT EQUAL TO 'Y' AND
              COL-VALOR-ATRASO IS GREATER THAN ZEROES
             IF WS-COL-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC091 - MAIS DE 3000 EMPRESTIMOS EM '
                       'ATRASO - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-COL-COUNT
             MOVE COL-LOAN-ID      TO WS-COL-LOAN-ID(WS-COL-COUNT)
             MOVE COL-PARCELAS     TO WS-COL-PARCELAS(WS-COL-COUNT)
             MOVE COL-VALOR-ATRASO TO WS-COL-VALOR(WS-COL-COUNT)
           END-IF.
      *
      * ACCOUNT MAPPING - 'EMP' LOANS RECEIVABLE, 'RJE' INTEREST
      * INCOME, 'PCL' PROVISION, 'DPD' PROVISION EXPENSE, 'RPD'
      * PROVISION RELEASE INCOME.
       LER-TABELA-MAPA.
           READ MAP-FILE
             AT END
               MOVE 'Y' TO WS-EOF-MAP
           END-READ.
           MOVE WS-MAP-STATUS  TO WS-FILE-STATUS.
           MOVE 'MAP-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-MAP IS NOT EQUAL TO 'Y'
             EVALUATE MAP-TIPO
               WHEN 'EMP'
                 MOVE MAP-CONTA TO WS-CONTA-EMPRESTIMO
               WHEN 'RJE'
                 MOVE MAP-CONTA TO WS-CONTA-RECEITA-JUROS
               WHEN 'PCL'
                 MOVE MAP-CONTA TO WS-CONTA-PROVISAO
               WHEN 'DPD'
                 MOVE MAP-CONTA TO WS-CONTA-DESPESA-PDD
               WHEN 'RPD'
                 MOVE MAP-CONTA TO WS-CONTA-REVERSAO-PDD
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *
       CLASSIFICAR-EMPRESTIMO.
           READ LOAN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-LOAN
           END-READ.
           MOVE WS-LOAN-STATUS TO WS-FILE-STATUS.
           MOVE 'LOAN-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-LOAN IS NOT EQUAL TO 'Y' AND
              NOT LOAN-ENCERRADO
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-EMPRESTIMOS
             PERFORM APURAR-SALDO
             PERFORM APURAR-DIAS-ATRASO
             IF WS-SALDO-LOAN IS GREATER THAN ZEROES
               PERFORM LOCALIZAR-NIVEL
               COMPUTE WS-PROVISAO-LOAN ROUNDED =
                       WS-SALDO-LOAN * WS-RSC-PCT(WS-NIVEL-IDX) / 100
               PERFORM ACUMULAR-CARTEIRA
             END-IF
           END-IF.
      *
      * THE CLOSING BALANCE OF THE PERIOD ON THE SCHEDULE ASSUMES THE
      * INSTALLMENTS WERE PAID - THE ARREARS ARE WHAT WAS NOT. NO
      * ROW FOR THE PERIOD MEANS THE FIRST INSTALLMENT IS STILL TO
      * COME (THE FULL CAPITAL IS OUT) OR THE TERM IS OVER. A LOAN
      * WITHOUT A CONTRACT DATE HAS NO SCHEDULE ON LOANSCHD AND IS
      * PROVISIONED ON ITS ARREARS ALONE.
       APURAR-SALDO.
           MOVE ZEROES TO WS-ACHOU-SCH.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SCH-COUNT
             IF WS-SCH-LOAN-ID(WS-I) IS EQUAL TO LOAN-ID
               MOVE WS-I TO WS-ACHOU-SCH
               MOVE WS-SCH-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           MOVE ZEROES TO WS-ACHOU-COL.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-COL-COUNT
             IF WS-COL-LOAN-ID(WS-I) IS EQUAL TO LOAN-ID
               MOVE WS-I TO WS-ACHOU-COL
               MOVE WS-COL-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           MOVE ZEROES TO WS-SALDO-LOAN.
           MOVE ZEROES TO WS-PARCELAS-ATRASO.
           MOVE LOAN-DATA-CONTRATO TO WS-CONTRATO-DATA.
           MOVE LOAN-DATA-CONTRATO(1:6) TO WS-CONTRATO-ANO-MES.
      *
           EVALUATE TRUE
             WHEN WS-ACHOU-SCH IS GREATER THAN ZEROES
               MOVE WS-SCH-SALDO(WS-ACHOU-SCH) TO WS-SALDO-LOAN
               ADD WS-SCH-JUROS(WS-ACHOU-SCH)  TO WS-TOT-JUROS
             WHEN LOAN-DATA-CONTRATO IS EQUAL TO ZEROES
               ADD 1 TO WS-QTD-SEM-CRONOGRAMA
               MOVE LOAN-ID TO WS-EX-CHAVE
               MOVE ZEROES  TO WS-EX-CONTA
               MOVE ZEROES  TO WS-EX-VALOR
               MOVE 'SEM DATA DE CONTRATO - PROVISAO SO DO ATRASO'
                 TO WS-EX-LIT
               PERFORM GRAVAR-AVISO
             WHEN WS-CONTRATO-ANO-MES IS NOT LESS THAN WS-PERIODO
               MOVE LOAN-CAPITAL TO WS-SALDO-LOAN
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
           IF WS-ACHOU-COL IS GREATER THAN ZEROES
             ADD WS-COL-VALOR(WS-ACHOU-COL) TO WS-SALDO-LOAN
             MOVE WS-COL-PARCELAS(WS-ACHOU-COL) TO WS-PARCELAS-ATRASO
           END-IF.
      *
      * THE OLDEST INSTALLMENT IN ARREARS FELL DUE N MONTHS BEFORE
      * THE PERIOD, ON THE CONTRACT DAY (CAPPED AT 28 AS ON THE SLIP).
       APURAR-DIAS-ATRASO.
           MOVE ZEROES TO WS-DIAS-ATRASO.
           IF WS-PARCELAS-ATRASO IS GREATER THAN ZEROES
             IF LOAN-DATA-CONTRATO IS EQUAL TO ZEROES
               COMPUTE WS-DIAS-ATRASO = WS-PARCELAS-ATRASO * 30
             ELSE
               COMPUTE WS-IDX-MES = WS-PER-AAAA * 12
                                  + WS-PER-MM - 1
                                  - WS-PARCELAS-ATRASO
               DIVIDE WS-IDX-MES BY 12 GIVING WS-VENC-AAAA
                 REMAINDER WS-RESTO-MES
               COMPUTE WS-VENC-MM = WS-RESTO-MES + 1
               IF WS-CONTRATO-DD IS GREATER THAN 28
                 MOVE 28 TO WS-VENC-DD
               ELSE
                 MOVE WS-CONTRATO-DD TO WS-VENC-DD
               END-IF
               IF WS-VENC-DD IS LESS THAN 1
                 MOVE 1 TO WS-VENC-DD
               END-IF
               COMPUTE WS-DIAS-ATRASO = WS-DIA-FIM-PERIODO
                       - FUNCTION INTEGER-OF-DATE(WS-VENC-DATA)
             END-IF
           END-IF.
      *
      * A RESTRUCTURED LOAN IS NEVER RATED BETTER THAN THE ORIGINAL
      * WAS WHEN IT WAS RENEGOTIATED - THE INSTALLMENTS THEN BEHIND,
      * AT 30 DAYS EACH, ARE ITS FLOOR.
           IF LOAN-RENEGOCIADO
             ADD 1 TO WS-QTD-REESTRUTURADOS
             IF LOAN-PARC-ORIGEM * 30 IS GREATER THAN WS-DIAS-ATRASO
               COMPUTE WS-DIAS-ATRASO = LOAN-PARC-ORIGEM * 30
             END-IF
           END-IF.
      *
      * A LOAN BEYOND THE LAST MAXIMUM ON THE TABLE TAKES THE LAST
      * (WORST) LEVEL.
       LOCALIZAR-NIVEL.
           MOVE WS-RSC-COUNT TO WS-NIVEL-IDX.
           PERFORM VARYING WS-N FROM WS-RSC-COUNT BY -1
                   UNTIL WS-N < 1
             IF WS-DIAS-ATRASO IS NOT GREATER THAN
                WS-RSC-DIAS-MAX(WS-N)
               MOVE WS-N TO WS-NIVEL-IDX
             END-IF
           END-PERFORM.
      *
       ACUMULAR-CARTEIRA.
           MOVE ZEROES TO WS-ACHOU-PRD.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRD-COUNT
             IF WS-PRD-CODIGO(WS-P) IS EQUAL TO LOAN-PRODUTO
               MOVE WS-P TO WS-ACHOU-PRD
               MOVE WS-PRD-COUNT TO WS-P
             END-IF
           END-PERFORM.
      *
           IF WS-ACHOU-PRD IS EQUAL TO ZEROES
             IF WS-PRD-COUNT IS NOT LESS THAN 50
               DISPLAY 'EXERC091 - MAIS DE 50 PRODUTOS NO LOANFILE - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-PRD-COUNT
             MOVE WS-PRD-COUNT TO WS-ACHOU-PRD
             MOVE LOAN-PRODUTO TO WS-PRD-CODIGO(WS-ACHOU-PRD)
             PERFORM VARYING WS-N FROM 1 BY 1
                     UNTIL WS-N > 10
               MOVE ZEROES TO WS-PN-QTD(WS-ACHOU-PRD, WS-N)
               MOVE ZEROES TO WS-PN-SALDO(WS-ACHOU-PRD, WS-N)
               MOVE ZEROES TO WS-PN-PROVISAO(WS-ACHOU-PRD, WS-N)
             END-PERFORM
           END-IF.
      *
           ADD 1 TO WS-PN-QTD(WS-ACHOU-PRD, WS-NIVEL-IDX).
           ADD WS-SALDO-LOAN
             TO WS-PN-SALDO(WS-ACHOU-PRD, WS-NIVEL-IDX).
           ADD WS-PROVISAO-LOAN
             TO WS-PN-PROVISAO(WS-ACHOU-PRD, WS-NIVEL-IDX).
           ADD WS-SALDO-LOAN    TO WS-TOT-SALDO.
           ADD WS-PROVISAO-LOAN TO WS-TOT-PROVISAO.
      *
      * ONE BLOCK PER PRODUCT (LEVELS WITH LOANS ONLY), THEN THE
      * WHOLE PORTFOLIO BY LEVEL AND THE MOVEMENT OF THE PROVISION.
       IMPRIMIR-CARTEIRA.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > 10
             MOVE ZEROES TO WS-NT-QTD(WS-N)
             MOVE ZEROES TO WS-NT-SALDO(WS-N)
             MOVE ZEROES TO WS-NT-PROVISAO(WS-N)
           END-PERFORM.
      *
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRD-COUNT
             MOVE SPACES TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE WS-PRD-CODIGO(WS-P) TO WS-PH-PRODUTO
             MOVE WS-PRD-HEADER-LINE  TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE WS-COL-HEADER       TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             PERFORM VARYING WS-N FROM 1 BY 1
                     UNTIL WS-N > WS-RSC-COUNT
               IF WS-PN-QTD(WS-P, WS-N) IS GREATER THAN ZEROES
                 MOVE WS-RSC-NIVEL(WS-N)       TO WS-DT-NIVEL
                 MOVE WS-RSC-PCT(WS-N)         TO WS-DT-PCT
                 MOVE WS-PN-QTD(WS-P, WS-N)    TO WS-DT-QTD
                 MOVE WS-PN-SALDO(WS-P, WS-N)  TO WS-DT-SALDO
                 MOVE WS-PN-PROVISAO(WS-P, WS-N) TO WS-DT-PROVISAO
                 MOVE WS-DETAIL-LINE           TO REPORT-LINE
                 PERFORM GRAVAR-LINHA-RELATORIO
                 ADD WS-PN-QTD(WS-P, WS-N)   TO WS-NT-QTD(WS-N)
                 ADD WS-PN-SALDO(WS-P, WS-N) TO WS-NT-SALDO(WS-N)
                 ADD WS-PN-PROVISAO(WS-P, WS-N)
                   TO WS-NT-PROVISAO(WS-N)
               END-IF
             END-PERFORM
           END-PERFORM.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CARTEIRA TOTAL POR NIVEL DE RISCO' TO WS-TL-LIT.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-RSC-COUNT
             MOVE WS-RSC-NIVEL(WS-N)   TO WS-DT-NIVEL
             MOVE WS-RSC-PCT(WS-N)     TO WS-DT-PCT
             MOVE WS-NT-QTD(WS-N)      TO WS-DT-QTD
             MOVE WS-NT-SALDO(WS-N)    TO WS-DT-SALDO
             MOVE WS-NT-PROVISAO(WS-N) TO WS-DT-PROVISAO
             MOVE WS-DETAIL-LINE       TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
           MOVE 'TOTAL'         TO WS-DT-NIVEL.
           MOVE ZEROES          TO WS-DT-PCT.
           MOVE ZEROES          TO WS-DT-QTD.
           MOVE WS-TOT-SALDO    TO WS-DT-SALDO.
           MOVE WS-TOT-PROVISAO TO WS-DT-PROVISAO.
           MOVE WS-DETAIL-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'MOVIMENTO DA PROVISAO' TO WS-TL-LIT.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PROVISAO ANTERIOR (PROVHIST)' TO WS-MV-LIT.
           MOVE WS-PROVISAO-ANTERIOR           TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PROVISAO REQUERIDA NO PERIODO'  TO WS-MV-LIT.
           MOVE WS-TOT-PROVISAO                  TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CONSTITUICAO (+) / REVERSAO (-)' TO WS-MV-LIT.
           COMPUTE WS-MV-VALOR =
                   WS-TOT-PROVISAO - WS-PROVISAO-ANTERIOR.
           MOVE WS-MOVE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'JUROS APROPRIADOS NO PERIODO'   TO WS-MV-LIT.
           MOVE WS-TOT-JUROS                     TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'EMPRESTIMOS LIDOS NO LOANFILE'  TO WS-MV-LIT.
           MOVE WS-QTD-EMPRESTIMOS               TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'SEM CRONOGRAMA (PROVEXC)'       TO WS-MV-LIT.
           MOVE WS-QTD-SEM-CRONOGRAMA            TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'REESTRUTURADOS (RENEGOCIADOS)'  TO WS-MV-LIT.
           MOVE WS-QTD-REESTRUTURADOS            TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * ONLY THE ACCOUNTS THIS PERIOD'S LINES ACTUALLY USE ARE
      * REQUIRED - A MONTH WITHOUT A RELEASE NEEDS NO 'RPD'.
       VALIDAR-CONTAS.
           IF WS-TOT-JUROS IS GREATER THAN ZEROES
             MOVE 'EMP' TO WS-EX-CHAVE
             MOVE WS-CONTA-EMPRESTIMO TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
             MOVE 'RJE' TO WS-EX-CHAVE
             MOVE WS-CONTA-RECEITA-JUROS TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-VARIACAO IS NOT EQUAL TO ZEROES
             MOVE 'PCL' TO WS-EX-CHAVE
             MOVE WS-CONTA-PROVISAO TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-VARIACAO IS GREATER THAN ZEROES
             MOVE 'DPD' TO WS-EX-CHAVE
             MOVE WS-CONTA-DESPESA-PDD TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-VARIACAO IS LESS THAN ZEROES
             MOVE 'RPD' TO WS-EX-CHAVE
             MOVE WS-CONTA-REVERSAO-PDD TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
      *
       VERIFICAR-UMA-CONTA.
           MOVE ZEROES TO WS-EX-VALOR.
           IF WS-CONTA-VERIFICADA IS EQUAL TO ZEROES
             MOVE ZEROES TO WS-EX-CONTA
             MOVE 'SEM CONTA MAPEADA NO LOANGLMP' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             MOVE WS-CONTA-VERIFICADA TO COA-CONTA
             READ COA-FILE
               INVALID KEY
                 MOVE WS-CONTA-VERIFICADA TO WS-EX-CONTA
                 MOVE 'CONTA NAO CADASTRADA NO PLANO' TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               NOT INVALID KEY
                 IF COA-ENCERRADA
                   MOVE WS-CONTA-VERIFICADA TO WS-EX-CONTA
                   MOVE 'CONTA ENCERRADA - POSTAGEM RETIDA'
                     TO WS-EX-LIT
                   PERFORM GRAVAR-EXCECAO
                 END-IF
             END-READ
           END-IF.
      *
      * EACH SIDE IS ONE LINE; A MONTH WITH NO INTEREST OR NO CHANGE
      * IN THE PROVISION WRITES NOTHING FOR IT.
       GRAVAR-LANCAMENTOS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LANCAMENTOS GERADOS NO LOANGL' TO WS-TL-LIT.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-TOT-JUROS IS GREATER THAN ZEROES
             MOVE WS-CONTA-EMPRESTIMO    TO WS-LANC-CONTA
             MOVE 'D'                    TO WS-LANC-DC
             MOVE WS-TOT-JUROS           TO WS-LANC-VALOR
             MOVE 'JUROS APROPRIADOS'    TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-RECEITA-JUROS TO WS-LANC-CONTA
             MOVE 'C'                    TO WS-LANC-DC
             MOVE 'RECEITA DE JUROS'     TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-VARIACAO IS GREATER THAN ZEROES
             MOVE WS-CONTA-DESPESA-PDD   TO WS-LANC-CONTA
             MOVE 'D'                    TO WS-LANC-DC
             MOVE WS-VARIACAO            TO WS-LANC-VALOR
             MOVE 'CONSTITUICAO PDD'     TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-PROVISAO      TO WS-LANC-CONTA
             MOVE 'C'                    TO WS-LANC-DC
             MOVE 'PROVISAO EMPRESTIMOS' TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-VARIACAO IS LESS THAN ZEROES
             MOVE WS-CONTA-PROVISAO      TO WS-LANC-CONTA
             MOVE 'D'                    TO WS-LANC-DC
             COMPUTE WS-LANC-VALOR = ZEROES - WS-VARIACAO
             MOVE 'REVERSAO PDD'         TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-REVERSAO-PDD  TO WS-LANC-CONTA
             MOVE 'C'                    TO WS-LANC-DC
             MOVE 'RECEITA REVERSAO PDD' TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
       GRAVAR-UM-LANCAMENTO.
           MOVE WS-PERIODO     TO JRN-PERIODO.
           MOVE WS-LANC-CONTA  TO JRN-CONTA.
           MOVE WS-LANC-DC     TO JRN-DC.
           MOVE WS-LANC-VALOR  TO JRN-VALOR.
           MOVE 'EXERC091'     TO JRN-ORIGEM.
           MOVE WS-LANC-DESC   TO JRN-DESCRICAO.
           MOVE ZEROES         TO JRN-CC.
           WRITE JRN-REC.
           MOVE WS-JRN-STATUS  TO WS-FILE-STATUS.
           MOVE 'JOURNAL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-LANC-DC IS EQUAL TO 'D'
             ADD WS-LANC-VALOR TO WS-TOT-DEBITOS
           ELSE
             ADD WS-LANC-VALOR TO WS-TOT-CREDITOS
           END-IF.
      *
           MOVE WS-LANC-CONTA      TO WS-JD-CONTA.
           MOVE WS-LANC-DC         TO WS-JD-DC.
           MOVE WS-LANC-DESC       TO WS-JD-DESCRICAO.
           MOVE WS-LANC-VALOR      TO WS-JD-VALOR.
           MOVE WS-JRN-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * WRITTEN ONLY ONCE THE JOURNAL IS OUT, SO THE NEXT PERIOD
      * MEASURES ITS CHANGE AGAINST WHAT WAS ACTUALLY POSTED.
       GRAVAR-HISTORICO.
           OPEN EXTEND PROV-HIST.
           MOVE WS-PVH-STATUS TO WS-FILE-STATUS.
           MOVE 'PROV-HIST'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE WS-PERIODO      TO PVH-PERIODO.
           MOVE WS-TOT-SALDO    TO PVH-SALDO.
           MOVE WS-TOT-PROVISAO TO PVH-PROVISAO.
           MOVE WS-TOT-JUROS    TO PVH-JUROS.
           MOVE WS-RUN-DATE-NUM TO PVH-DATA-PROC.
           WRITE PVH-REC.
           MOVE WS-PVH-STATUS TO WS-FILE-STATUS.
           MOVE 'PROV-HIST'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           CLOSE PROV-HIST.
      *
       GRAVAR-EXCECAO.
           MOVE 'N' TO WS-POSTING-OK.
           PERFORM GRAVAR-AVISO.
      *
       GRAVAR-AVISO.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
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
           COMPUTE WS-CONTROL-TOT =
                   WS-TOT-DEBITOS - WS-TOT-CREDITOS.
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE LOAN-FILE.
           CLOSE COA-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           COPY CPYFILCHK.
