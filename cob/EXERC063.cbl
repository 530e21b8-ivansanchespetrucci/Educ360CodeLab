      ******************************************************************
      * FILE NAME   : EXERC063                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : TIMECARD AND OVERTIME VALUATION - READS THE      *
      *               MONTH'S PONTOFIL TIMECARDS (MATRICULA, DATE,     *
      *               NORMAL, EXTRA AND NIGHT HOURS), VALIDATES EACH   *
      *               DATE THROUGH DATECHK AND ASKS CALCHK WHETHER IT  *
      *               IS A SUNDAY OR FERIADO, AND WRITES ONE HEXTFIL   *
      *               RECORD PER MATRICULA WITH THE 50% AND 100%       *
      *               OVERTIME AND THE NIGHT PREMIUM EXERC004 PAYS AS  *
      *               EARNINGS LINES ON THE HOLERITE                   *
      *                                                                *
      *               THE HOUR IS THE MONTHLY SALARY / 220. EXTRA      *
      *               HOURS ON AN ORDINARY DAY PAY 150% OF THE HOUR.   *
      *               EVERY HOUR WORKED ON A SUNDAY OR FERIADO, NORMAL *
      *               OR EXTRA, PAYS 200%. NIGHT HOURS EARN A FURTHER  *
      *               20% OF THE HOUR ON ANY DAY.                      *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - OVERTIME WAS ADDED TO THE       *
      *                PAYROLL BY HAND FROM THE TIMECARD PRINTOUTS.    *
      *                A TIMECARD FOR A MATRICULA NOT ON EMPFILE, AN   *
      *                INVALID DATE, A DATE OUTSIDE THE PAYROLL MONTH  *
      *                OR AN IMPOSSIBLE DAY (NON-NUMERIC HOURS, OVER   *
      *                24 HOURS, MORE NIGHT HOURS THAN HOURS WORKED)   *
      *                GOES TO PONTOEXC AND IS NOT PAID. HEXTFIL IS    *
      *                REBUILT EVERY NIGHT FROM THE WHOLE MONTH'S      *
      *                TIMECARDS, SO A LATE CARD IS PICKED UP BY THE   *
      *                NEXT RUN WITHOUT DOUBLE-PAYING THE OTHERS.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC063.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PONTO-FILE     ASSIGN TO PONTOFIL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PONTO-STATUS.
      *
           SELECT EMP-FILE       ASSIGN TO EMPFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-EMP-STATUS.
      *
           SELECT HEXT-FILE      ASSIGN TO HEXTFIL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HEXT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO PONTOEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO PONTORPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  PONTO-FILE.
       01  PNT-REC.
           05  PNT-MATRICULA      PIC 9(06).
           05  PNT-DATA           PIC 9(08).
           05  PNT-HORAS-NORMAIS  PIC 9(02)V9(02).
           05  PNT-HORAS-EXTRAS   PIC 9(02)V9(02).
           05  PNT-HORAS-NOTURNAS PIC 9(02)V9(02).
      *
       FD  EMP-FILE.
       01  EMP-REC.
           05  EMP-MATRICULA      PIC 9(06).
           05  EMP-NOME           PIC X(30).
           05  EMP-SAL-BASE       PIC 9(06)V9(02).
           05  EMP-CARGO-GRADE    PIC X(02).
           05  EMP-DEPTO          PIC 9(03).
      *
      * ONE RECORD PER MATRICULA WITH VALID TIMECARDS IN THE MONTH -
      * EXERC004 MATCHES IT BY MATRICULA AND HEX-PERIODO.
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
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       FD  RUNLOG-FILE.
       01  RUNLOG-REC             PIC X(51).
      *
       WORKING-STORAGE SECTION.
       01  WS-PONTO-STATUS        PIC X(02) VALUE SPACES.
       01  WS-EMP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HEXT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
           COPY CPYRUNLG.
       01  WS-EOF-PONTO           PIC X(01) VALUE 'N'.
       01  WS-EOF-EMP             PIC X(01) VALUE 'N'.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-RUN-DATE-EDIT       PIC X(10).
       01  WS-ANO-MES             PIC 9(06) VALUE ZEROES.
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
       01  WS-NOME-EMPREGADO      PIC X(30) VALUE SPACES.
      *
      * HOURS ACCUMULATED PER MATRICULA OVER THE MONTH'S VALID
      * TIMECARDS, IN ORDER OF FIRST APPEARANCE ON PONTOFIL. THE
      * SALARY ROW IS KEPT SO THE VALUATION NEEDS NO SECOND LOOKUP.
       01  WS-HEX-TAB.
           05  WS-HEX-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-HEX-COUNT.
               10  WS-HEX-MATRICULA PIC 9(06).
               10  WS-HEX-SAL-IDX   PIC 9(04).
               10  WS-HEX-HORAS-50  PIC 9(03)V9(02).
               10  WS-HEX-HORAS-100 PIC 9(03)V9(02).
               10  WS-HEX-HORAS-NOT PIC 9(03)V9(02).
       01  WS-HEX-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-HEX-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-SAL-IDX             PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE SPACE.
       01  WS-DATA-DATECHK        PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
       01  WS-FUNCAO-CALCHK       PIC X(01) VALUE SPACE.
       01  WS-DATA-CALCHK         PIC 9(08) VALUE ZEROES.
       01  WS-DATA2-CALCHK        PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-CALCHK      PIC 9(02) VALUE ZEROES.
       01  WS-DATA-RESULT-CALCHK  PIC 9(08) VALUE ZEROES.
       01  WS-QTD-DIAS-CALCHK     PIC S9(05) VALUE ZEROES.
      *
       01  WS-PONTO-OK            PIC X(01) VALUE 'N'.
       01  WS-HORAS-DIA           PIC 9(03)V9(02) VALUE ZEROES.
       01  WS-VALOR-HORA          PIC 9(06)V9(04) VALUE ZEROES.
       01  WS-VALOR-50            PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-VALOR-100           PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-VALOR-NOT           PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-VALOR-TOTAL         PIC 9(07)V9(02) VALUE ZEROES.
      *
       01  WS-QTD-REJEITADOS      PIC 9(07) VALUE ZEROES.
       01  WS-TOT-VALOR-50        PIC 9(09)V9(02) VALUE ZEROES.
       01  WS-TOT-VALOR-100       PIC 9(09)V9(02) VALUE ZEROES.
       01  WS-TOT-VALOR-NOT       PIC 9(09)V9(02) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-DATA         PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-NOME         PIC X(30).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(41) VALUE ' MATRIC  NOME'.
           05  FILLER             PIC X(06) VALUE 'HE 50%'.
           05  FILLER             PIC X(12) VALUE '      VALOR'.
           05  FILLER             PIC X(06) VALUE 'HE100%'.
           05  FILLER             PIC X(15) VALUE '          VALOR'.
           05  FILLER             PIC X(06) VALUE 'NOTURN'.
           05  FILLER             PIC X(11) VALUE '      VALOR'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-HORAS-50     PIC ZZ9,99.
           05  WS-DT-VALOR-50     PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-HORAS-100    PIC ZZ9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-VALOR-100    PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-HORAS-NOT    PIC ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VALOR-NOT    PIC ZZ.ZZ9,99.
      *
       01  WS-SUM-LINE1.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'TOTAL HORAS EXTRA 50%:'.
           05  WS-SM-VALOR-50     COPY CPYAMT.
       01  WS-SUM-LINE2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'TOTAL HORAS EXTRA100%:'.
           05  WS-SM-VALOR-100    COPY CPYAMT.
       01  WS-SUM-LINE3.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'TOTAL ADIC. NOTURNO : '.
           05  WS-SM-VALOR-NOT    COPY CPYAMT.
       01  WS-SUM-LINE4.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'CARTOES REJEITADOS  : '.
           05  WS-SM-REJEITADOS   PIC ZZZ.ZZ9.
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
           PERFORM CARREGAR-SALARIOS
             WITH TEST AFTER
             UNTIL WS-EOF-EMP IS EQUAL TO 'Y'.
      *
           PERFORM PROCESSAR-PONTO
             WITH TEST AFTER
             UNTIL WS-EOF-PONTO IS EQUAL TO 'Y'.
      *
           PERFORM VARYING WS-HEX-IDX FROM 1 BY 1
                   UNTIL WS-HEX-IDX > WS-HEX-COUNT
             PERFORM VALORIZAR-HORAS
           END-PERFORM.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC063' TO WS-EXL-PROGRAMA.
           MOVE 'PONTOEXC' TO WS-EXL-ARQUIVO.
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
           OPEN INPUT  PONTO-FILE.
           MOVE WS-PONTO-STATUS TO WS-FILE-STATUS.
           MOVE 'PONTO-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  EMP-FILE.
           MOVE WS-EMP-STATUS TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT HEXT-FILE.
           MOVE WS-HEXT-STATUS TO WS-FILE-STATUS.
           MOVE 'HEXT-FILE'    TO WS-FILE-ID.
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
           MOVE 'EXERC063'                  TO RP-HDR-PROGRAM.
           MOVE 'HORAS EXTRAS E NOTURNO'    TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT             TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                   TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE               TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
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
               DISPLAY 'EXERC063 - MAIS DE 2000 MATRICULAS NO'
                       ' EMPFILE - VALORIZACAO ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-SAL-COUNT
             MOVE EMP-MATRICULA TO WS-SAL-MATRICULA(WS-SAL-COUNT)
             MOVE EMP-NOME      TO WS-SAL-NOME(WS-SAL-COUNT)
             MOVE EMP-SAL-BASE  TO WS-SAL-BASE(WS-SAL-COUNT)
           END-IF.
      *
       PROCESSAR-PONTO.
           READ PONTO-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PONTO
           END-READ.
           MOVE WS-PONTO-STATUS TO WS-FILE-STATUS.
           MOVE 'PONTO-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PONTO IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             PERFORM VALIDAR-PONTO
             IF WS-PONTO-OK IS EQUAL TO 'S'
               PERFORM ACUMULAR-HORAS
             ELSE
               ADD 1 TO WS-QTD-REJEITADOS
             END-IF
           END-IF.
      *
      * THE CHECKS RUN IN ORDER AND THE FIRST FAILURE IS THE ONE
      * REPORTED - ONE PONTOEXC LINE PER REJECTED TIMECARD.
       VALIDAR-PONTO.
           MOVE 'S' TO WS-PONTO-OK.
           PERFORM LOCALIZAR-SALARIO.
           IF WS-ACHOU-SAL IS NOT EQUAL TO 'S'
             MOVE 'N' TO WS-PONTO-OK
             MOVE 'MATRICULA NAO CONSTA DO EMPFILE'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
           IF WS-PONTO-OK IS EQUAL TO 'S'
             MOVE 'V'      TO WS-FUNCAO-DATECHK
             MOVE PNT-DATA TO WS-DATA-DATECHK
             CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                  WS-DATA-DATECHK
                                  WS-RETORNO-DATECHK
                                  WS-DIA-SEMANA
             END-CALL
             IF WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
               MOVE 'N' TO WS-PONTO-OK
               MOVE 'DATA INVALIDA NO CARTAO DE PONTO'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
           IF WS-PONTO-OK IS EQUAL TO 'S'
             IF PNT-DATA(1:6) IS NOT EQUAL TO WS-ANO-MES
               MOVE 'N' TO WS-PONTO-OK
               MOVE 'DATA FORA DO MES DA FOLHA'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
           IF WS-PONTO-OK IS EQUAL TO 'S'
             IF PNT-HORAS-NORMAIS IS NOT NUMERIC OR
                PNT-HORAS-EXTRAS IS NOT NUMERIC OR
                PNT-HORAS-NOTURNAS IS NOT NUMERIC
               MOVE 'N' TO WS-PONTO-OK
               MOVE 'HORAS NAO NUMERICAS NO CARTAO'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
           IF WS-PONTO-OK IS EQUAL TO 'S'
             COMPUTE WS-HORAS-DIA =
                     PNT-HORAS-NORMAIS + PNT-HORAS-EXTRAS
             EVALUATE TRUE
               WHEN WS-HORAS-DIA IS GREATER THAN 24
                 MOVE 'N' TO WS-PONTO-OK
                 MOVE 'MAIS DE 24 HORAS NO DIA'
                   TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               WHEN PNT-HORAS-NOTURNAS IS GREATER THAN WS-HORAS-DIA
                 MOVE 'N' TO WS-PONTO-OK
                 MOVE 'HORAS NOTURNAS ACIMA DAS TRABALHADAS'
                   TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
             END-EVALUATE
           END-IF.
      *
       LOCALIZAR-SALARIO.
           MOVE 'N'    TO WS-ACHOU-SAL.
           MOVE ZEROES TO WS-SAL-IDX.
           MOVE SPACES TO WS-NOME-EMPREGADO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-SAL-COUNT
             IF WS-SAL-MATRICULA(WS-I) IS EQUAL TO PNT-MATRICULA
               MOVE WS-I              TO WS-SAL-IDX
               MOVE WS-SAL-NOME(WS-I) TO WS-NOME-EMPREGADO
               MOVE 'S' TO WS-ACHOU-SAL
               MOVE WS-SAL-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
      * CALCHK 'F' RETURNS 00 FOR A SUNDAY OR A FERIADO - EVERY HOUR
      * OF THAT DAY GOES TO THE 100% BUCKET. ON ANY OTHER DAY ONLY
      * THE EXTRA HOURS ARE PAID, AT 50%.
       ACUMULAR-HORAS.
           PERFORM LOCALIZAR-ACUMULADOR.
      *
           MOVE 'F'      TO WS-FUNCAO-CALCHK.
           MOVE PNT-DATA TO WS-DATA-CALCHK.
           CALL 'CALCHK' USING WS-FUNCAO-CALCHK
                               WS-DATA-CALCHK
                               WS-DATA2-CALCHK
                               WS-RETORNO-CALCHK
                               WS-DATA-RESULT-CALCHK
                               WS-QTD-DIAS-CALCHK
           END-CALL.
           IF WS-RETORNO-CALCHK IS EQUAL TO ZEROES
             ADD WS-HORAS-DIA     TO WS-HEX-HORAS-100(WS-HEX-IDX)
           ELSE
             ADD PNT-HORAS-EXTRAS TO WS-HEX-HORAS-50(WS-HEX-IDX)
           END-IF.
           ADD PNT-HORAS-NOTURNAS TO WS-HEX-HORAS-NOT(WS-HEX-IDX).
      *
       LOCALIZAR-ACUMULADOR.
           MOVE ZEROES TO WS-HEX-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HEX-COUNT
             IF WS-HEX-MATRICULA(WS-I) IS EQUAL TO PNT-MATRICULA
               MOVE WS-I TO WS-HEX-IDX
               MOVE WS-HEX-COUNT TO WS-I
             END-IF
           END-PERFORM.
           IF WS-HEX-IDX IS EQUAL TO ZEROES
             ADD 1 TO WS-HEX-COUNT
             MOVE WS-HEX-COUNT  TO WS-HEX-IDX
             MOVE PNT-MATRICULA TO WS-HEX-MATRICULA(WS-HEX-IDX)
             MOVE WS-SAL-IDX    TO WS-HEX-SAL-IDX(WS-HEX-IDX)
             MOVE ZEROES        TO WS-HEX-HORAS-50(WS-HEX-IDX)
             MOVE ZEROES        TO WS-HEX-HORAS-100(WS-HEX-IDX)
             MOVE ZEROES        TO WS-HEX-HORAS-NOT(WS-HEX-IDX)
           END-IF.
      *
       VALORIZAR-HORAS.
           MOVE WS-HEX-SAL-IDX(WS-HEX-IDX) TO WS-SAL-IDX.
           COMPUTE WS-VALOR-HORA = WS-SAL-BASE(WS-SAL-IDX) / 220.
           COMPUTE WS-VALOR-50 ROUNDED =
                   WS-VALOR-HORA * 1,5 * WS-HEX-HORAS-50(WS-HEX-IDX).
           COMPUTE WS-VALOR-100 ROUNDED =
                   WS-VALOR-HORA * 2 * WS-HEX-HORAS-100(WS-HEX-IDX).
           COMPUTE WS-VALOR-NOT ROUNDED =
                   WS-VALOR-HORA * 0,2 * WS-HEX-HORAS-NOT(WS-HEX-IDX).
           COMPUTE WS-VALOR-TOTAL =
                   WS-VALOR-50 + WS-VALOR-100 + WS-VALOR-NOT.
      *
           MOVE WS-HEX-MATRICULA(WS-HEX-IDX) TO HEX-MATRICULA.
           MOVE WS-ANO-MES                   TO HEX-PERIODO.
           MOVE WS-HEX-HORAS-50(WS-HEX-IDX)  TO HEX-HORAS-50.
           MOVE WS-VALOR-50                  TO HEX-VALOR-50.
           MOVE WS-HEX-HORAS-100(WS-HEX-IDX) TO HEX-HORAS-100.
           MOVE WS-VALOR-100                 TO HEX-VALOR-100.
           MOVE WS-HEX-HORAS-NOT(WS-HEX-IDX) TO HEX-HORAS-NOT.
           MOVE WS-VALOR-NOT                 TO HEX-VALOR-NOT.
           MOVE WS-RUN-DATE-NUM              TO HEX-DATA-RUN.
           WRITE HEX-REC.
           MOVE WS-HEXT-STATUS TO WS-FILE-STATUS.
           MOVE 'HEXT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           ADD WS-VALOR-50    TO WS-TOT-VALOR-50.
           ADD WS-VALOR-100   TO WS-TOT-VALOR-100.
           ADD WS-VALOR-NOT   TO WS-TOT-VALOR-NOT.
           ADD WS-VALOR-TOTAL TO WS-CONTROL-TOT.
      *
           MOVE WS-HEX-MATRICULA(WS-HEX-IDX) TO WS-DT-MATRICULA.
           MOVE WS-SAL-NOME(WS-SAL-IDX)      TO WS-DT-NOME.
           MOVE WS-HEX-HORAS-50(WS-HEX-IDX)  TO WS-DT-HORAS-50.
           MOVE WS-VALOR-50                  TO WS-DT-VALOR-50.
           MOVE WS-HEX-HORAS-100(WS-HEX-IDX) TO WS-DT-HORAS-100.
           MOVE WS-VALOR-100                 TO WS-DT-VALOR-100.
           MOVE WS-HEX-HORAS-NOT(WS-HEX-IDX) TO WS-DT-HORAS-NOT.
           MOVE WS-VALOR-NOT                 TO WS-DT-VALOR-NOT.
           MOVE WS-DETAIL-LINE               TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-EXCECAO.
           MOVE PNT-MATRICULA     TO WS-EX-MATRICULA.
           MOVE PNT-DATA          TO WS-EX-DATA.
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
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
       FINALIZAR.
           MOVE WS-TOT-VALOR-50   TO WS-SM-VALOR-50.
           MOVE WS-SUM-LINE1      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TOT-VALOR-100  TO WS-SM-VALOR-100.
           MOVE WS-SUM-LINE2      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TOT-VALOR-NOT  TO WS-SM-VALOR-NOT.
           MOVE WS-SUM-LINE3      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-QTD-REJEITADOS TO WS-SM-REJEITADOS.
           MOVE WS-SUM-LINE4      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE PONTO-FILE.
           CLOSE EMP-FILE.
           CLOSE HEXT-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
      *
       GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC063' TO RLG-PROGRAMA.
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
