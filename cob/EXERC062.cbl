      ******************************************************************
      * FILE NAME   : EXERC062                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : EMPLOYER PAYROLL CHARGES (ENCARGOS PATRONAIS) -  *
      *               COMPANION STEP TO THE EXERC004 PAYROLL AND THE   *
      *               EXERC034 GL INTERFACE. OVER TONIGHT'S YTDFILE    *
      *               RECORDS IT COMPUTES PER MATRICULA THE FGTS       *
      *               DEPOSIT AND THE EMPLOYER INSS, RAT AND THIRD-    *
      *               PARTY (TERCEIROS) CONTRIBUTIONS ON THE GROSS,    *
      *               WRITES ONE FGTS DEPOSIT RECORD PER EMPLOYEE,     *
      *               PRINTS THE CHARGES REGISTER WITH A TOTAL PER     *
      *               EMP-DEPTO, AND WRITES A BALANCED JOURNAL IN THE  *
      *               GLBATCH LAYOUT FOR EXERC042 - THE EXPENSE        *
      *               DEBITS PER COST CENTER AGAINST THE FGTS AND      *
      *               INSS PAYABLES. ACCOUNTS COME FROM FOLHAMAP AND   *
      *               ARE VALIDATED AGAINST COAFILE EXACTLY AS         *
      *               EXERC034 DOES; A BAD ACCOUNT OR AN UNBALANCED    *
      *               POSTING LEAVES THE JOURNAL EMPTY AND ENDS THE    *
      *               STEP WITH RETURN-CODE 8                          *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE FGTS DEPOSIT WAS KEYED INTO *
      *                THE BANK PORTAL BY HAND AND THE LEDGER NEVER    *
      *                SAW THE EMPLOYER COST. THE FOUR RATES COME FROM *
      *                PARMMAST (FGTS-PCT, INSS-PCT, RAT-PCT,          *
      *                TERC-PCT) THROUGH PRMCHK, WITH THE LEGAL        *
      *                DEFAULTS 8, 20, 2 AND 5,8 PCT WHEN NO CURRENT   *
      *                VALUE EXISTS. FOLHAMAP GAINS FOUR TIPOS: 'FGE'  *
      *                FGTS EXPENSE, 'INE' INSS EXPENSE, 'FGT' FGTS    *
      *                PAYABLE AND 'INP' INSS PAYABLE. DOES NOT        *
      *                CONSULT THE SKPCHK RESTART LIST - THIS STEP     *
      *                CATALOGS NEW GDG GENERATIONS, LIKE EXERC034.    *
      * 2026-10-15 JM  COA-REC CARRIES THE NEW COA-CLASSE, COA-LINHA   *
      *                AND COA-LINHA-TITULO THAT PLACE THE ACCOUNT ON  *
      *                THE EXERC109 BALANCE SHEET AND INCOME           *
      *                STATEMENT.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC062.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT YTD-FILE       ASSIGN TO YTDFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-YTD-STATUS.
      *
           SELECT EMP-FILE       ASSIGN TO EMPFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-EMP-STATUS.
      *
           SELECT MAP-FILE       ASSIGN TO FOLHAMAP
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MAP-STATUS.
      *
           SELECT COA-FILE       ASSIGN TO COAFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS COA-CONTA
                                  FILE STATUS IS WS-COA-STATUS.
      *
           SELECT DEPOSIT-FILE   ASSIGN TO FGTSDEP
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DEP-STATUS.
      *
           SELECT JOURNAL-FILE   ASSIGN TO ENCGL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-JRN-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO ENCRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO ENCEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  YTD-FILE.
       01  YTD-REC.
           05  YTD-MATRICULA      PIC 9(06).
           05  YTD-ANO-MES        PIC 9(06).
           05  YTD-SAL-BRUTO      PIC 9(06)V9(02).
           05  YTD-IR             PIC 9(06)V9(02).
           05  YTD-LIQUIDO        PIC S9(06)V9(02)
                                   SIGN IS LEADING SEPARATE.
           05  YTD-DATA-RUN       PIC 9(08).
      *
       FD  EMP-FILE.
       01  EMP-REC.
           05  EMP-MATRICULA      PIC 9(06).
           05  EMP-NOME           PIC X(30).
           05  EMP-SAL-BASE       PIC 9(06)V9(02).
           05  EMP-CARGO-GRADE    PIC X(02).
           05  EMP-DEPTO          PIC 9(03).
      *
      * ACCOUNT MAPPING - SHARED WITH EXERC034. THIS RUN ONLY USES
      * THE 'FGE'/'INE' EXPENSE AND 'FGT'/'INP' PAYABLE ROWS.
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
      * ONE FGTS DEPOSIT PER EMPLOYEE - THE COMPETENCIA IS THE
      * PAYROLL ANO-MES OF THE YTD RECORD.
       FD  DEPOSIT-FILE.
       01  DEP-REC.
           05  DEP-MATRICULA      PIC 9(06).
           05  DEP-NOME           PIC X(30).
           05  DEP-COMPETENCIA    PIC 9(06).
           05  DEP-BASE           PIC 9(08)V9(02).
           05  DEP-VALOR          PIC 9(08)V9(02).
           05  DEP-DATA-RUN       PIC 9(08).
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
       01  REPORT-LINE            PIC X(120).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  RUNLOG-FILE.
       01  RUNLOG-REC             PIC X(51).
      *
       WORKING-STORAGE SECTION.
       01  WS-YTD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EMP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DEP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-JRN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
           COPY CPYEXCWS.
       01  WS-EOF-YTD             PIC X(01) VALUE 'N'.
       01  WS-EOF-EMP             PIC X(01) VALUE 'N'.
       01  WS-EOF-MAP             PIC X(01) VALUE 'N'.
      *
      * CONTRIBUTION RATES IN PERCENT - PARMMAST VALUE WHEN ONE IS
      * CURRENT, OTHERWISE THE DEFAULT BELOW. THE PARMMAST VALUE IS
      * FOUR DIGITS WITH TWO IMPLIED DECIMALS ('0800' = 8,00 PCT).
       01  WS-PCT-FGTS            PIC 9(02)V9(02) VALUE 8,00.
       01  WS-PCT-INSS            PIC 9(02)V9(02) VALUE 20,00.
       01  WS-PCT-RAT             PIC 9(02)V9(02) VALUE 2,00.
       01  WS-PCT-TERC            PIC 9(02)V9(02) VALUE 5,80.
       01  WS-PCT-PARM            PIC 9(02)V9(02) VALUE ZEROES.
       01  WS-PCT-PARM-X REDEFINES WS-PCT-PARM
                              PIC X(04).
      *
      * MAPPING TABLE - LOADED FROM FOLHAMAP AT STARTUP.
       01  WS-MAP-TAB.
           05  WS-MAP-LINHA       OCCURS 30 TIMES.
               10  WS-MAP-TIPO      PIC X(03).
               10  WS-MAP-CONTA     PIC 9(06).
       01  WS-MAP-COUNT           PIC 9(02) VALUE ZEROES.
       01  WS-M                   PIC 9(02) VALUE ZEROES.
      *
       01  WS-CONTA-FGTS-DESP     PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-INSS-DESP     PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-FGTS-PAGAR    PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-INSS-PAGAR    PIC 9(06) VALUE ZEROES.
      *
      * MATRICULA-TO-DEPARTMENT AND NAME LOOKUP FROM EMPFILE.
       01  WS-MAT-TAB.
           05  WS-MAT-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-MAT-COUNT.
               10  WS-MAT-MATRICULA PIC 9(06).
               10  WS-MAT-NOME      PIC X(30).
               10  WS-MAT-DEPTO     PIC 9(03).
       01  WS-MAT-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-T                   PIC 9(04) VALUE ZEROES.
      *
      * CHARGES ACCUMULATED PER COST CENTER - ONE REGISTER TOTAL
      * LINE AND TWO EXPENSE DEBITS PER ROW.
       01  WS-DEP-TAB.
           05  WS-DEP-LINHA       OCCURS 100 TIMES.
               10  WS-DEP-CC        PIC 9(03).
               10  WS-DEP-QTD       PIC 9(05).
               10  WS-DEP-BRUTO     PIC 9(10)V9(02).
               10  WS-DEP-FGTS      PIC 9(10)V9(02).
               10  WS-DEP-INSS      PIC 9(10)V9(02).
       01  WS-DEP-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-C                   PIC 9(03) VALUE ZEROES.
       01  WS-ACHOU-CC            PIC X(01) VALUE 'N'.
      *
      * THE EMPLOYEE IN HAND. WS-EMP-INSS-TOT IS INSS + RAT +
      * TERCEIROS, ALL THREE PAID ON THE SAME GUIA.
       01  WS-EMP-NOME            PIC X(30) VALUE SPACES.
       01  WS-EMP-DEPTO           PIC 9(03) VALUE ZEROES.
       01  WS-EMP-FGTS            PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-EMP-INSS            PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-EMP-RAT             PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-EMP-TERC            PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-EMP-INSS-TOT        PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-EMP-TOTAL           PIC 9(08)V9(02) VALUE ZEROES.
      *
       01  WS-TOT-BRUTO           PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-FGTS            PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-INSS            PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-DEBITOS         PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-CREDITOS        PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-DEP-QTD-GRAV        PIC 9(07) VALUE ZEROES.
       01  WS-POSTING-OK          PIC X(01) VALUE 'S'.
       01  WS-CONTA-VERIFICADA    PIC 9(06) VALUE ZEROES.
      *
      * ONE POSTING LINE IN HAND - FILLED BY GRAVAR-LANCAMENTOS AND
      * WRITTEN/PRINTED/TOTALLED BY GRAVAR-UM-LANCAMENTO.
       01  WS-LANC-CONTA          PIC 9(06) VALUE ZEROES.
       01  WS-LANC-DC             PIC X(01) VALUE SPACE.
       01  WS-LANC-VALOR          PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-LANC-DESC           PIC X(20) VALUE SPACES.
       01  WS-LANC-CC             PIC 9(03) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-TIPO         PIC X(03).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-CONTA        PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(30) VALUE
               ' MATRIC  NOME            DEP '.
           05  FILLER             PIC X(45) VALUE
               ' SALARIO BRUTO           FGTS      INSS PATR.'.
           05  FILLER             PIC X(45) VALUE
               '            RAT      TERCEIROS  TOTAL ENCARGO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(15).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DEPTO        PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-BRUTO        COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-FGTS         COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-INSS         COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-RAT          COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-TERC         COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-TOTAL        COPY CPYAMT.
      *
       01  WS-DEP-TOTAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(13) VALUE 'TOTAL DEPTO  '.
           05  WS-DTL-DEPTO       PIC 9(03).
           05  FILLER             PIC X(07) VALUE '  QTD: '.
           05  WS-DTL-QTD         PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DTL-BRUTO       COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DTL-FGTS        COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DTL-INSS        COPY CPYAMT.
      *
       01  WS-JRN-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JD-CONTA        PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-JD-DC           PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-JD-CC           PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-JD-DESCRICAO    PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-JD-VALOR        COPY CPYAMT.
      *
       01  WS-SUM-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SL-LIT          PIC X(26) VALUE SPACES.
           05  WS-SL-VALOR        COPY CPYAMT.
       01  WS-QTD-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(26) VALUE
               'DEPOSITOS FGTS GERADOS  :'.
           05  WS-QL-QTD          PIC ZZZ.ZZ9.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
           COPY CPYRUNLG.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-ANO-MES             PIC 9(06) VALUE ZEROES.
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
           PERFORM PROCESSAR-FOLHA
             WITH TEST AFTER
             UNTIL WS-EOF-YTD IS EQUAL TO 'Y'.
      *
           PERFORM IMPRIMIR-TOTAIS-DEPTO.
           PERFORM VALIDAR-CONTAS.
           PERFORM VERIFICAR-BALANCEAMENTO.
      *
           IF WS-POSTING-OK IS EQUAL TO 'S'
             PERFORM GRAVAR-LANCAMENTOS
           ELSE
             MOVE 8 TO RETURN-CODE
           END-IF.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC062' TO WS-EXL-PROGRAMA.
           MOVE 'ENCEXC'   TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-RUN-YYYY TO WS-ANO-MES(1:4).
           MOVE WS-RUN-MM   TO WS-ANO-MES(5:2).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-NUM(1:4).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-NUM(5:2).
           MOVE WS-RUN-DD   TO WS-RUN-DATE-NUM(7:2).
      *
           PERFORM CARREGAR-ALIQUOTAS.
      *
           OPEN INPUT  YTD-FILE.
           MOVE WS-YTD-STATUS  TO WS-FILE-STATUS.
           MOVE 'YTD-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  EMP-FILE.
           MOVE WS-EMP-STATUS  TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM LER-TABELA-EMPREGADOS
             WITH TEST AFTER
             UNTIL WS-EOF-EMP IS EQUAL TO 'Y'.
      *
           OPEN INPUT  MAP-FILE.
           MOVE WS-MAP-STATUS  TO WS-FILE-STATUS.
           MOVE 'MAP-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  COA-FILE.
           MOVE WS-COA-STATUS  TO WS-FILE-STATUS.
           MOVE 'COA-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT DEPOSIT-FILE.
           MOVE WS-DEP-STATUS  TO WS-FILE-STATUS.
           MOVE 'DEPOSIT-FILE' TO WS-FILE-ID.
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
           PERFORM LER-TABELA-MAPA
             WITH TEST AFTER
             UNTIL WS-EOF-MAP IS EQUAL TO 'Y'.
      *
           PERFORM CASAR-MAPA.
      *
           MOVE 'EXERC062'                    TO RP-HDR-PROGRAM.
           MOVE 'ENCARGOS PATRONAIS DA FOLHA' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT               TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                     TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A CURRENT PARMMAST VALUE OVERRIDES THE DEFAULT RATE; A
      * MISSING OR MALFORMED ONE LEAVES THE DEFAULT IN PLACE.
       CARREGAR-ALIQUOTAS.
           MOVE 'EXERC062'     TO WS-PRM-PROGRAMA.
      *
           MOVE 'FGTS-PCT    ' TO WS-PRM-NOME.
           PERFORM BUSCAR-ALIQUOTA.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             MOVE WS-PCT-PARM TO WS-PCT-FGTS
           END-IF.
      *
           MOVE 'INSS-PCT    ' TO WS-PRM-NOME.
           PERFORM BUSCAR-ALIQUOTA.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             MOVE WS-PCT-PARM TO WS-PCT-INSS
           END-IF.
      *
           MOVE 'RAT-PCT     ' TO WS-PRM-NOME.
           PERFORM BUSCAR-ALIQUOTA.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             MOVE WS-PCT-PARM TO WS-PCT-RAT
           END-IF.
      *
           MOVE 'TERC-PCT    ' TO WS-PRM-NOME.
           PERFORM BUSCAR-ALIQUOTA.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             MOVE WS-PCT-PARM TO WS-PCT-TERC
           END-IF.
      *
       BUSCAR-ALIQUOTA.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:4) IS NUMERIC
               MOVE WS-PRM-VALOR(1:4) TO WS-PCT-PARM-X
             ELSE
               MOVE 4 TO WS-PRM-RETORNO
             END-IF
           END-IF.
      *
       LER-TABELA-EMPREGADOS.
           READ EMP-FILE
             AT END
               MOVE 'Y' TO WS-EOF-EMP
           END-READ.
           MOVE WS-EMP-STATUS TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-EMP IS NOT EQUAL TO 'Y'
             IF WS-MAT-COUNT IS LESS THAN 2000
               ADD 1 TO WS-MAT-COUNT
               MOVE EMP-MATRICULA TO WS-MAT-MATRICULA(WS-MAT-COUNT)
               MOVE EMP-NOME      TO WS-MAT-NOME(WS-MAT-COUNT)
               MOVE EMP-DEPTO     TO WS-MAT-DEPTO(WS-MAT-COUNT)
             END-IF
           END-IF.
      *
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
             ADD 1 TO WS-MAP-COUNT
             MOVE MAP-TIPO  TO WS-MAP-TIPO(WS-MAP-COUNT)
             MOVE MAP-CONTA TO WS-MAP-CONTA(WS-MAP-COUNT)
           END-IF.
      *
      * RESOLVES THE FOUR POSTING ACCOUNTS. A MISSING MAPPING HOLDS
      * THE RUN. THE OTHER FOLHAMAP ROWS BELONG TO EXERC034.
       CASAR-MAPA.
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MAP-COUNT
             EVALUATE WS-MAP-TIPO(WS-M)
               WHEN 'FGE'
                 MOVE WS-MAP-CONTA(WS-M) TO WS-CONTA-FGTS-DESP
               WHEN 'INE'
                 MOVE WS-MAP-CONTA(WS-M) TO WS-CONTA-INSS-DESP
               WHEN 'FGT'
                 MOVE WS-MAP-CONTA(WS-M) TO WS-CONTA-FGTS-PAGAR
               WHEN 'INP'
                 MOVE WS-MAP-CONTA(WS-M) TO WS-CONTA-INSS-PAGAR
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-PERFORM.
      *
           IF WS-CONTA-FGTS-DESP IS EQUAL TO ZEROES
             MOVE 'FGE' TO WS-EX-TIPO
             MOVE ZEROES TO WS-EX-CONTA
             MOVE 'SEM CONTA MAPEADA NO FOLHAMAP' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
           IF WS-CONTA-INSS-DESP IS EQUAL TO ZEROES
             MOVE 'INE' TO WS-EX-TIPO
             MOVE ZEROES TO WS-EX-CONTA
             MOVE 'SEM CONTA MAPEADA NO FOLHAMAP' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
           IF WS-CONTA-FGTS-PAGAR IS EQUAL TO ZEROES
             MOVE 'FGT' TO WS-EX-TIPO
             MOVE ZEROES TO WS-EX-CONTA
             MOVE 'SEM CONTA MAPEADA NO FOLHAMAP' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
           IF WS-CONTA-INSS-PAGAR IS EQUAL TO ZEROES
             MOVE 'INP' TO WS-EX-TIPO
             MOVE ZEROES TO WS-EX-CONTA
             MOVE 'SEM CONTA MAPEADA NO FOLHAMAP' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
      * ONLY TONIGHT'S RECORDS - THE PAYROLL APPENDS ONE YTD RECORD
      * PER EMPLOYEE PER NIGHT, AND EACH NIGHT'S CHARGES ARE POSTED
      * AND DEPOSITED AS THEIR OWN INCREMENT, THE SAME WAY EXERC034
      * POSTS THE GROSS THEY ARE CHARGED ON.
       PROCESSAR-FOLHA.
           READ YTD-FILE
             AT END
               MOVE 'Y' TO WS-EOF-YTD
           END-READ.
           MOVE WS-YTD-STATUS TO WS-FILE-STATUS.
           MOVE 'YTD-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-YTD IS NOT EQUAL TO 'Y'
             IF YTD-DATA-RUN IS EQUAL TO WS-RUN-DATE-NUM
               ADD 1 TO WS-RECS-READ
               PERFORM LOCALIZAR-EMPREGADO
               PERFORM CALCULAR-ENCARGOS
               PERFORM ACUMULAR-CENTRO-CUSTO
               PERFORM IMPRIMIR-DETALHE
               PERFORM GRAVAR-DEPOSITO
             END-IF
           END-IF.
      *
      * A MATRICULA NO LONGER ON EMPFILE IS STILL CHARGED - THE GROSS
      * WAS PAID - BUT LANDS ON COST CENTER ZERO, AS IN EXERC034.
       LOCALIZAR-EMPREGADO.
           MOVE SPACES TO WS-EMP-NOME.
           MOVE ZEROES TO WS-EMP-DEPTO.
           MOVE 'N'    TO WS-ACHOU-CC.
           PERFORM VARYING WS-T FROM 1 BY 1
                   UNTIL WS-T > WS-MAT-COUNT
             IF WS-MAT-MATRICULA(WS-T) IS EQUAL TO YTD-MATRICULA
               MOVE WS-MAT-NOME(WS-T)  TO WS-EMP-NOME
               MOVE WS-MAT-DEPTO(WS-T) TO WS-EMP-DEPTO
               MOVE 'S' TO WS-ACHOU-CC
               MOVE WS-MAT-COUNT TO WS-T
             END-IF
           END-PERFORM.
      *
           IF WS-ACHOU-CC IS EQUAL TO 'N'
             MOVE 'MAT'         TO WS-EX-TIPO
             MOVE YTD-MATRICULA TO WS-EX-CONTA
             MOVE 'MATRICULA FORA DO EMPFILE - CC ZERO'
               TO WS-EX-LIT
             PERFORM GRAVAR-LINHA-EXCECAO
           END-IF.
      *
      * EACH CONTRIBUTION IS ROUNDED ON ITS OWN, PER EMPLOYEE - THE
      * DEPARTMENT AND JOURNAL TOTALS ARE SUMS OF THESE ROUNDED
      * VALUES, SO THE REGISTER, THE DEPOSIT FILE AND THE LEDGER TIE
      * OUT TO THE CENTAVO.
       CALCULAR-ENCARGOS.
           COMPUTE WS-EMP-FGTS ROUNDED =
                   YTD-SAL-BRUTO * WS-PCT-FGTS / 100.
           COMPUTE WS-EMP-INSS ROUNDED =
                   YTD-SAL-BRUTO * WS-PCT-INSS / 100.
           COMPUTE WS-EMP-RAT ROUNDED =
                   YTD-SAL-BRUTO * WS-PCT-RAT / 100.
           COMPUTE WS-EMP-TERC ROUNDED =
                   YTD-SAL-BRUTO * WS-PCT-TERC / 100.
           COMPUTE WS-EMP-INSS-TOT =
                   WS-EMP-INSS + WS-EMP-RAT + WS-EMP-TERC.
           COMPUTE WS-EMP-TOTAL = WS-EMP-FGTS + WS-EMP-INSS-TOT.
      *
           ADD YTD-SAL-BRUTO   TO WS-TOT-BRUTO.
           ADD WS-EMP-FGTS     TO WS-TOT-FGTS.
           ADD WS-EMP-INSS-TOT TO WS-TOT-INSS.
           ADD WS-EMP-TOTAL    TO WS-CONTROL-TOT.
      *
       ACUMULAR-CENTRO-CUSTO.
           MOVE 'N' TO WS-ACHOU-CC.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-DEP-COUNT
             IF WS-DEP-CC(WS-C) IS EQUAL TO WS-EMP-DEPTO
               ADD 1               TO WS-DEP-QTD(WS-C)
               ADD YTD-SAL-BRUTO   TO WS-DEP-BRUTO(WS-C)
               ADD WS-EMP-FGTS     TO WS-DEP-FGTS(WS-C)
               ADD WS-EMP-INSS-TOT TO WS-DEP-INSS(WS-C)
               MOVE 'S' TO WS-ACHOU-CC
               MOVE WS-DEP-COUNT TO WS-C
             END-IF
           END-PERFORM.
           IF WS-ACHOU-CC IS EQUAL TO 'N'
             ADD 1 TO WS-DEP-COUNT
             MOVE WS-EMP-DEPTO    TO WS-DEP-CC(WS-DEP-COUNT)
             MOVE 1               TO WS-DEP-QTD(WS-DEP-COUNT)
             MOVE YTD-SAL-BRUTO   TO WS-DEP-BRUTO(WS-DEP-COUNT)
             MOVE WS-EMP-FGTS     TO WS-DEP-FGTS(WS-DEP-COUNT)
             MOVE WS-EMP-INSS-TOT TO WS-DEP-INSS(WS-DEP-COUNT)
           END-IF.
      *
       IMPRIMIR-DETALHE.
           MOVE YTD-MATRICULA   TO WS-DT-MATRICULA.
           MOVE WS-EMP-NOME     TO WS-DT-NOME.
           MOVE WS-EMP-DEPTO    TO WS-DT-DEPTO.
           MOVE YTD-SAL-BRUTO   TO WS-DT-BRUTO.
           MOVE WS-EMP-FGTS     TO WS-DT-FGTS.
           MOVE WS-EMP-INSS     TO WS-DT-INSS.
           MOVE WS-EMP-RAT      TO WS-DT-RAT.
           MOVE WS-EMP-TERC     TO WS-DT-TERC.
           MOVE WS-EMP-TOTAL    TO WS-DT-TOTAL.
           MOVE WS-DETAIL-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A ZERO GROSS (A PRORATED MONTH WITH NO DAYS) HAS NOTHING TO
      * DEPOSIT AND CUTS NO RECORD.
       GRAVAR-DEPOSITO.
           IF WS-EMP-FGTS IS GREATER THAN ZEROES
             MOVE YTD-MATRICULA   TO DEP-MATRICULA
             MOVE WS-EMP-NOME     TO DEP-NOME
             MOVE YTD-ANO-MES     TO DEP-COMPETENCIA
             MOVE YTD-SAL-BRUTO   TO DEP-BASE
             MOVE WS-EMP-FGTS     TO DEP-VALOR
             MOVE WS-RUN-DATE-NUM TO DEP-DATA-RUN
             WRITE DEP-REC
             MOVE WS-DEP-STATUS  TO WS-FILE-STATUS
             MOVE 'DEPOSIT-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             ADD 1 TO WS-DEP-QTD-GRAV
           END-IF.
      *
       IMPRIMIR-TOTAIS-DEPTO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-DEP-COUNT
             MOVE WS-DEP-CC(WS-C)    TO WS-DTL-DEPTO
             MOVE WS-DEP-QTD(WS-C)   TO WS-DTL-QTD
             MOVE WS-DEP-BRUTO(WS-C) TO WS-DTL-BRUTO
             MOVE WS-DEP-FGTS(WS-C)  TO WS-DTL-FGTS
             MOVE WS-DEP-INSS(WS-C)  TO WS-DTL-INSS
             MOVE WS-DEP-TOTAL-LINE  TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
      *
           MOVE 'TOTAL FGTS A DEPOSITAR  :' TO WS-SL-LIT.
           MOVE WS-TOT-FGTS                 TO WS-SL-VALOR.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TOTAL INSS PATRONAL     :' TO WS-SL-LIT.
           MOVE WS-TOT-INSS                 TO WS-SL-VALOR.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       VALIDAR-CONTAS.
           MOVE 'FGE' TO WS-EX-TIPO.
           MOVE WS-CONTA-FGTS-DESP TO WS-CONTA-VERIFICADA.
           PERFORM VERIFICAR-UMA-CONTA.
           MOVE 'INE' TO WS-EX-TIPO.
           MOVE WS-CONTA-INSS-DESP TO WS-CONTA-VERIFICADA.
           PERFORM VERIFICAR-UMA-CONTA.
           MOVE 'FGT' TO WS-EX-TIPO.
           MOVE WS-CONTA-FGTS-PAGAR TO WS-CONTA-VERIFICADA.
           PERFORM VERIFICAR-UMA-CONTA.
           MOVE 'INP' TO WS-EX-TIPO.
           MOVE WS-CONTA-INSS-PAGAR TO WS-CONTA-VERIFICADA.
           PERFORM VERIFICAR-UMA-CONTA.
      *
       VERIFICAR-UMA-CONTA.
           MOVE WS-CONTA-VERIFICADA TO COA-CONTA.
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
           END-READ.
      *
      * THE DEPARTMENT ROWS MUST FOOT TO THE RUN TOTALS - THE DEBITS
      * ARE WRITTEN FROM THE ROWS AND THE CREDITS FROM THE TOTALS,
      * SO A DIFFERENCE WOULD BE AN UNBALANCED BATCH FOR EXERC042.
       VERIFICAR-BALANCEAMENTO.
           MOVE ZEROES TO WS-TOT-DEBITOS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-DEP-COUNT
             ADD WS-DEP-FGTS(WS-C) TO WS-TOT-DEBITOS
             ADD WS-DEP-INSS(WS-C) TO WS-TOT-DEBITOS
           END-PERFORM.
           IF WS-TOT-DEBITOS IS NOT EQUAL TO
              WS-TOT-FGTS + WS-TOT-INSS
             MOVE 'BAL' TO WS-EX-TIPO
             MOVE ZEROES TO WS-EX-CONTA
             MOVE 'DEBITOS POR CC NAO FECHAM COM O TOTAL'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
           MOVE ZEROES TO WS-TOT-DEBITOS.
      *
       GRAVAR-LANCAMENTOS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-DEP-COUNT
             MOVE WS-CONTA-FGTS-DESP TO WS-LANC-CONTA
             MOVE 'D'                TO WS-LANC-DC
             MOVE WS-DEP-FGTS(WS-C)  TO WS-LANC-VALOR
             MOVE 'FGTS PATRONAL'    TO WS-LANC-DESC
             MOVE WS-DEP-CC(WS-C)    TO WS-LANC-CC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-INSS-DESP TO WS-LANC-CONTA
             MOVE 'D'                TO WS-LANC-DC
             MOVE WS-DEP-INSS(WS-C)  TO WS-LANC-VALOR
             MOVE 'INSS PATRONAL'    TO WS-LANC-DESC
             MOVE WS-DEP-CC(WS-C)    TO WS-LANC-CC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-PERFORM.
           MOVE ZEROES TO WS-LANC-CC.
      *
           MOVE WS-CONTA-FGTS-PAGAR TO WS-LANC-CONTA.
           MOVE 'C'                 TO WS-LANC-DC.
           MOVE WS-TOT-FGTS         TO WS-LANC-VALOR.
           MOVE 'FGTS A RECOLHER'   TO WS-LANC-DESC.
           PERFORM GRAVAR-UM-LANCAMENTO.
      *
           MOVE WS-CONTA-INSS-PAGAR TO WS-LANC-CONTA.
           MOVE 'C'                 TO WS-LANC-DC.
           MOVE WS-TOT-INSS         TO WS-LANC-VALOR.
           MOVE 'INSS A RECOLHER'   TO WS-LANC-DESC.
           PERFORM GRAVAR-UM-LANCAMENTO.
      *
       GRAVAR-UM-LANCAMENTO.
           MOVE WS-ANO-MES     TO JRN-PERIODO.
           MOVE WS-LANC-CONTA  TO JRN-CONTA.
           MOVE WS-LANC-DC     TO JRN-DC.
           MOVE WS-LANC-VALOR  TO JRN-VALOR.
           MOVE 'EXERC062'     TO JRN-ORIGEM.
           MOVE WS-LANC-DESC   TO JRN-DESCRICAO.
           MOVE WS-LANC-CC     TO JRN-CC.
           WRITE JRN-REC.
           MOVE WS-JRN-STATUS  TO WS-FILE-STATUS.
           MOVE 'JOURNAL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
           IF WS-LANC-DC IS EQUAL TO 'D'
             ADD WS-LANC-VALOR TO WS-TOT-DEBITOS
           ELSE
             ADD WS-LANC-VALOR TO WS-TOT-CREDITOS
           END-IF.
      *
           MOVE WS-LANC-CONTA      TO WS-JD-CONTA.
           MOVE WS-LANC-DC         TO WS-JD-DC.
           MOVE WS-LANC-CC         TO WS-JD-CC.
           MOVE WS-LANC-DESC       TO WS-JD-DESCRICAO.
           MOVE WS-LANC-VALOR      TO WS-JD-VALOR.
           MOVE WS-JRN-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * AN EXCEPTION THAT HOLDS THE POSTING - MAPPING, PLAN OF
      * ACCOUNTS OR BALANCE TROUBLE.
       GRAVAR-EXCECAO.
           MOVE 'N' TO WS-POSTING-OK.
           PERFORM GRAVAR-LINHA-EXCECAO.
      *
       GRAVAR-LINHA-EXCECAO.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST PRINTED - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE SPACES      TO WS-EXL-CHAVE.
           MOVE WS-EX-TIPO  TO WS-EXL-CHAVE(1:3).
           MOVE WS-EX-CONTA TO WS-EXL-CHAVE(5:6).
           MOVE WS-EX-LIT   TO WS-EXL-MOTIVO.
           CALL 'EXCLOG' USING WS-EXL-PROGRAMA
                               WS-EXL-ARQUIVO
                               WS-EXL-CHAVE
                               WS-EXL-MOTIVO
                               WS-EXL-SEVERIDADE
           END-CALL.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       FINALIZAR.
           MOVE WS-DEP-QTD-GRAV TO WS-QL-QTD.
           MOVE WS-QTD-LINE     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WS-POSTING-OK IS NOT EQUAL TO 'S'
             MOVE SPACES TO REPORT-LINE
             MOVE ' ** LANCAMENTO RETIDO - VER ENCEXC **'
               TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE YTD-FILE.
           CLOSE EMP-FILE.
           CLOSE MAP-FILE.
           CLOSE COA-FILE.
           CLOSE DEPOSIT-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
      * CARRIES WHATEVER RETURN CODE THE RUN IS ENDING WITH.
       GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC062' TO RLG-PROGRAMA.
           ACCEPT RLG-DATA FROM DATE YYYYMMDD.
           ACCEPT WS-RLG-HORA-COMPLETA FROM TIME.
           MOVE WS-RLG-HORA-COMPLETA(1:6) TO RLG-HORA.
           MOVE WS-RECS-READ   TO RLG-RECS-READ.
           MOVE WS-RECS-WRTN   TO RLG-RECS-WRTN.
           MOVE WS-CONTROL-TOT TO RLG-CONTROL-TOT.
           MOVE RETURN-CODE    TO RLG-RC.
           MOVE WS-RUNLOG-REG  TO RUNLOG-REC.
           WRITE RUNLOG-REC.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           CLOSE RUNLOG-FILE.
      *
           COPY CPYFILCHK.
      *
           COPY CPYPRMPD.
