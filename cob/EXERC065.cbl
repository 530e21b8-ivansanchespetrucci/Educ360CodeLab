      ******************************************************************
      * FILE NAME   : EXERC065                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : COLLECTIVE-AGREEMENT (DISSIDIO) MASS SALARY      *
      *               ADJUSTMENT - READS THE AGREEMENT FILE (ONE ROW   *
      *               PER EMP-CARGO-GRADE: EFFECTIVE DATE, PERCENTAGE, *
      *               OPTIONAL SALARY CAP AND FLOOR), WORKS OUT EVERY  *
      *               EMPLOYEE'S NEW EMP-SAL-BASE AND WRITES THE 'C'   *
      *               EMPTRAN TRANSACTIONS EXERC035 APPLIES, SO THE    *
      *               EMPAUD TRAIL STILL RECORDS EVERY CHANGE. PRINTS  *
      *               THE BEFORE/AFTER IMPACT BY DEPARTMENT. A BACK-   *
      *               DATED AGREEMENT ALSO REWRITES RETROCTL FROM THE  *
      *               EFFECTIVE MONTH AND WRITES DISSDIF, THE OLD AND  *
      *               NEW SALARY PER MATRICULA EXERC033 RE-PRICES THE  *
      *               PAST MONTHS WITH                                 *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - EVERY DISSIDIO WAS KEYED AS     *
      *                HUNDREDS OF SINGLE EMPTRAN CHANGES. THE CAP     *
      *                (ACD-TETO) LIMITS THE INCREASE TO THE           *
      *                PERCENTAGE OF THE CAP FOR SALARIES ABOVE IT;    *
      *                THE FLOOR (ACD-PISO) IS THE LOWEST SALARY THE   *
      *                GRADE MAY HAVE AFTER THE ADJUSTMENT. ZERO MEANS *
      *                NOT USED. A BLANK GRADE ROW IS THE RULE FOR ANY *
      *                GRADE NOT LISTED; A GRADE WITH NO RULE AT ALL   *
      *                KEEPS ITS SALARY AND IS LISTED ON DISSEXC.      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC065.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ACORDO-FILE    ASSIGN TO DISSACD
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ACD-STATUS.
      *
           SELECT EMP-FILE       ASSIGN TO EMPFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-EMP-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO DISSTRAN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT DIF-FILE       ASSIGN TO DISSDIF
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DIF-STATUS.
      *
           SELECT CONTROL-FILE   ASSIGN TO RETROCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO DISSEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO DISSRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE ROW PER GRADE - EVERY ROW CARRIES THE SAME EFFECTIVE DATE.
       FD  ACORDO-FILE.
       01  ACD-REC.
           05  ACD-GRADE          PIC X(02).
           05  ACD-VIGENCIA       PIC 9(08).
           05  ACD-PERCENTUAL     PIC 9(02)V9(02).
           05  ACD-TETO           PIC 9(06)V9(02).
           05  ACD-PISO           PIC 9(06)V9(02).
      *
       FD  EMP-FILE.
       01  EMP-REC.
           05  EMP-MATRICULA      PIC 9(06).
           05  EMP-NOME           PIC X(30).
           05  EMP-SAL-BASE       PIC 9(06)V9(02).
           05  EMP-CARGO-GRADE    PIC X(02).
           05  EMP-DEPTO          PIC 9(03).
      *
      * SAME LAYOUT AS EXERC035'S EMPTRAN - THE JOB FEEDS THIS FILE
      * STRAIGHT INTO IT.
       FD  TRANSACTION-FILE.
       01  TRN-REC.
           05  TRN-ARQUIVO        PIC X(01).
           05  TRN-TIPO           PIC X(01).
           05  TRN-MATRICULA      PIC 9(06).
           05  TRN-NOME           PIC X(30).
           05  TRN-SAL-BASE       PIC 9(06)V9(02).
           05  TRN-CARGO-GRADE    PIC X(02).
           05  TRN-DEPTO          PIC 9(03).
           05  TRN-BANCO-NUM      PIC 9(03).
           05  TRN-AGENCIA        PIC 9(04).
           05  TRN-CONTA          PIC 9(10).
      *
      * ONE ROW PER ADJUSTED MATRICULA OF A BACK-DATED AGREEMENT -
      * EXERC033 APPLIES IT ONLY IN THE DIS-ANO-MES-PAGTO MONTH.
       FD  DIF-FILE.
       01  DIS-REC.
           05  DIS-MATRICULA      PIC 9(06).
           05  DIS-SAL-ANTERIOR   PIC 9(06)V9(02).
           05  DIS-SAL-NOVO       PIC 9(06)V9(02).
           05  DIS-ANO-MES-VIG    PIC 9(06).
           05  DIS-ANO-MES-PAGTO  PIC 9(06).
      *
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-ANO-MES-INI    PIC 9(06).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-ACD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EMP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-DIF-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
       01  WS-EOF-ACD             PIC X(01) VALUE 'N'.
       01  WS-EOF-EMP             PIC X(01) VALUE 'N'.
      *
       01  WS-HOJE                PIC 9(08).
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05  WS-HOJE-AAAA       PIC 9(04).
           05  WS-HOJE-MM         PIC 9(02).
           05  WS-HOJE-DD         PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
       01  WS-ANO-MES             PIC 9(06) VALUE ZEROES.
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE SPACE.
       01  WS-DATA-DATECHK        PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
      * AGREEMENT TABLE - THE FIRST VALID ROW FIXES THE VIGENCIA.
       01  WS-ACD-TAB.
           05  WS-ACD-LINHA       OCCURS 50 TIMES.
               10  WS-ACD-GRADE     PIC X(02).
               10  WS-ACD-PCT       PIC 9(02)V9(02).
               10  WS-ACD-TETO      PIC 9(06)V9(02).
               10  WS-ACD-PISO      PIC 9(06)V9(02).
       01  WS-ACD-COUNT           PIC 9(02) VALUE ZEROES.
       01  WS-A                   PIC 9(02) VALUE ZEROES.
       01  WS-REGRA               PIC 9(02) VALUE ZEROES.
       01  WS-REGRA-PADRAO        PIC 9(02) VALUE ZEROES.
       01  WS-ACD-OK              PIC X(01) VALUE 'S'.
       01  WS-VIGENCIA            PIC 9(08) VALUE ZEROES.
       01  WS-VIG-ANO-MES         PIC 9(06) VALUE ZEROES.
       01  WS-RETROATIVO          PIC X(01) VALUE 'N'.
      *
      * BEFORE/AFTER PAYROLL PER DEPARTMENT, KEPT IN DEPTO ORDER.
       01  WS-DEP-TAB.
           05  WS-DEP-LINHA       OCCURS 100 TIMES.
               10  WS-DEP-CC        PIC 9(03).
               10  WS-DEP-QTD       PIC 9(05).
               10  WS-DEP-QTD-REAJ  PIC 9(05).
               10  WS-DEP-ANTES     PIC 9(10)V9(02).
               10  WS-DEP-DEPOIS    PIC 9(10)V9(02).
       01  WS-DEP-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-C                   PIC 9(03) VALUE ZEROES.
       01  WS-DEP-POS             PIC 9(03) VALUE ZEROES.
      *
       01  WS-SAL-ANTERIOR        PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-SAL-NOVO            PIC 9(07)V9(02) VALUE ZEROES.
       01  WS-AUMENTO             PIC 9(07)V9(02) VALUE ZEROES.
       01  WS-PCT-IMPACTO         PIC 9(03)V9(02) VALUE ZEROES.
      *
       01  WS-QTD-REAJUSTADOS     PIC 9(07) VALUE ZEROES.
       01  WS-QTD-SEM-REGRA       PIC 9(07) VALUE ZEROES.
       01  WS-TOT-ANTES           PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-DEPOIS          PIC 9(10)V9(02) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-CHAVE        PIC X(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-NOME         PIC X(30).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' MATRIC  NOME                            GR  '.
           05  FILLER             PIC X(45) VALUE
               'DEP  SALARIO ATUAL   SALARIO NOVO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-GRADE        PIC X(02).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DEPTO        PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-SAL-ANT      COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-SAL-NOVO     COPY CPYAMT.
      *
       01  WS-DEP-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' DEPTO   QTD  REAJ    FOLHA ANTES   FOLHA DEP'.
           05  FILLER             PIC X(45) VALUE
               'OIS        AUMENTO     PCT'.
      *
       01  WS-DEP-LINE.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DL-DEPTO        PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DL-QTD          PIC ZZZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DL-QTD-REAJ     PIC ZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DL-ANTES        COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DL-DEPOIS       COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DL-AUMENTO      COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DL-PCT          PIC ZZ9,99.
      *
       01  WS-SUM-LINE1.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(24)
                   VALUE 'VIGENCIA DO ACORDO    : '.
           05  WS-SM-VIGENCIA     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-SM-RETRO        PIC X(30) VALUE SPACES.
       01  WS-SUM-LINE2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(24)
                   VALUE 'SALARIOS REAJUSTADOS  : '.
           05  WS-SM-QTD          PIC ZZZ.ZZ9.
       01  WS-SUM-LINE3.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(24)
                   VALUE 'GRADES SEM REGRA      : '.
           05  WS-SM-SEM-REGRA    PIC ZZZ.ZZ9.
       01  WS-SUM-LINE4.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(24)
                   VALUE 'FOLHA ANTES / DEPOIS  : '.
           05  WS-SM-ANTES        COPY CPYAMT.
           05  FILLER             PIC X(03) VALUE ' / '.
           05  WS-SM-DEPOIS       COPY CPYAMT.
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
           PERFORM LER-TABELA-ACORDO
             WITH TEST AFTER
             UNTIL WS-EOF-ACD IS EQUAL TO 'Y'.
      *
           IF WS-ACD-COUNT IS EQUAL TO ZEROES
             DISPLAY 'EXERC065 - NENHUMA REGRA VALIDA NO ACORDO'
                     ' - NADA A REAJUSTAR'
             MOVE 8 TO RETURN-CODE
           ELSE
             PERFORM GRAVAR-CONTROLE-RETRO
             PERFORM PROCESSAR-EMPREGADO
               WITH TEST AFTER
               UNTIL WS-EOF-EMP IS EQUAL TO 'Y'
             PERFORM IMPRIMIR-TOTAIS-DEPTO
           END-IF.
      *
           PERFORM FINALIZAR.
      *
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC065' TO WS-EXL-PROGRAMA.
           MOVE 'DISSEXC'  TO WS-EXL-ARQUIVO.
           MOVE 'M'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'          TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-HOJE-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'          TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-HOJE-AAAA TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-HOJE(1:6) TO WS-ANO-MES.
      *
           OPEN INPUT  ACORDO-FILE.
           MOVE WS-ACD-STATUS TO WS-FILE-STATUS.
           MOVE 'ACORDO-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  EMP-FILE.
           MOVE WS-EMP-STATUS TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT TRANSACTION-FILE.
           MOVE WS-TRAN-STATUS     TO WS-FILE-STATUS.
           MOVE 'TRANSACTION-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * DISSDIF IS ALWAYS REWRITTEN - A CURRENT-MONTH AGREEMENT LEAVES
      * IT EMPTY SO NO EARLIER BACK PAY IS EVER PICKED UP AGAIN.
           OPEN OUTPUT DIF-FILE.
           MOVE WS-DIF-STATUS  TO WS-FILE-STATUS.
           MOVE 'DIF-FILE'     TO WS-FILE-ID.
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
           MOVE 'EXERC065'                     TO RP-HDR-PROGRAM.
           MOVE 'REAJUSTE COLETIVO - DISSIDIO'  TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT                TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                      TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A ROW WITH AN INVALID DATE, A VIGENCIA DIFFERENT FROM THE
      * FIRST ROW'S, OR A GRADE ALREADY LOADED IS LISTED AND LEFT OUT.
       LER-TABELA-ACORDO.
           READ ACORDO-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ACD
           END-READ.
           MOVE WS-ACD-STATUS TO WS-FILE-STATUS.
           MOVE 'ACORDO-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ACD IS NOT EQUAL TO 'Y'
             PERFORM VALIDAR-REGRA-ACORDO
             IF WS-ACD-OK IS EQUAL TO 'S'
               ADD 1 TO WS-ACD-COUNT
               MOVE ACD-GRADE      TO WS-ACD-GRADE(WS-ACD-COUNT)
               MOVE ACD-PERCENTUAL TO WS-ACD-PCT(WS-ACD-COUNT)
               MOVE ACD-TETO       TO WS-ACD-TETO(WS-ACD-COUNT)
               MOVE ACD-PISO       TO WS-ACD-PISO(WS-ACD-COUNT)
               IF ACD-GRADE IS EQUAL TO SPACES
                 MOVE WS-ACD-COUNT TO WS-REGRA-PADRAO
               END-IF
             END-IF
           END-IF.
      *
       VALIDAR-REGRA-ACORDO.
           MOVE 'S' TO WS-ACD-OK.
           MOVE 'V'          TO WS-FUNCAO-DATECHK.
           MOVE ACD-VIGENCIA TO WS-DATA-DATECHK.
           CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                WS-DATA-DATECHK
                                WS-RETORNO-DATECHK
                                WS-DIA-SEMANA
           END-CALL.
      *
           MOVE ZEROES TO WS-REGRA.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACD-COUNT
             IF WS-ACD-GRADE(WS-A) IS EQUAL TO ACD-GRADE
               MOVE WS-A TO WS-REGRA
               MOVE WS-ACD-COUNT TO WS-A
             END-IF
           END-PERFORM.
      *
           EVALUATE TRUE
             WHEN WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
               MOVE 'N' TO WS-ACD-OK
               MOVE 'VIGENCIA INVALIDA NO ACORDO' TO WS-EX-LIT
             WHEN WS-ACD-COUNT IS NOT LESS THAN 50
               MOVE 'N' TO WS-ACD-OK
               MOVE 'MAIS DE 50 REGRAS NO ACORDO' TO WS-EX-LIT
             WHEN WS-VIGENCIA IS NOT EQUAL TO ZEROES AND
                  ACD-VIGENCIA IS NOT EQUAL TO WS-VIGENCIA
               MOVE 'N' TO WS-ACD-OK
               MOVE 'VIGENCIA DIFERENTE DA PRIMEIRA REGRA'
                 TO WS-EX-LIT
             WHEN WS-REGRA IS NOT EQUAL TO ZEROES
               MOVE 'N' TO WS-ACD-OK
               MOVE 'GRADE REPETIDA NO ACORDO' TO WS-EX-LIT
           END-EVALUATE.
      *
           IF WS-ACD-OK IS EQUAL TO 'S'
             IF WS-VIGENCIA IS EQUAL TO ZEROES
               MOVE ACD-VIGENCIA     TO WS-VIGENCIA
               MOVE ACD-VIGENCIA(1:6) TO WS-VIG-ANO-MES
             END-IF
           ELSE
             MOVE SPACES    TO WS-EX-CHAVE
             MOVE 'GRADE '  TO WS-EX-CHAVE(1:6)
             MOVE ACD-GRADE TO WS-EX-CHAVE(7:2)
             MOVE SPACES    TO WS-EX-NOME
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
      * AN AGREEMENT EFFECTIVE BEFORE THE CURRENT MONTH OWES BACK PAY -
      * RETROCTL IS REWRITTEN SO THE NEXT EXERC033 RUN RE-PRICES FROM
      * THE EFFECTIVE MONTH. A CURRENT OR FUTURE ONE LEAVES IT ALONE.
       GRAVAR-CONTROLE-RETRO.
           IF WS-VIG-ANO-MES IS LESS THAN WS-ANO-MES
             MOVE 'S' TO WS-RETROATIVO
             OPEN OUTPUT CONTROL-FILE
             MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS
             MOVE 'CONTROL-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             MOVE WS-VIG-ANO-MES TO CTL-ANO-MES-INI
             WRITE CONTROL-REC
             MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS
             MOVE 'CONTROL-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             CLOSE CONTROL-FILE
           END-IF.
      *
       PROCESSAR-EMPREGADO.
           READ EMP-FILE
             AT END
               MOVE 'Y' TO WS-EOF-EMP
           END-READ.
           MOVE WS-EMP-STATUS TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-EMP IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE EMP-SAL-BASE TO WS-SAL-ANTERIOR
             MOVE EMP-SAL-BASE TO WS-SAL-NOVO
             PERFORM LOCALIZAR-REGRA
             IF WS-REGRA IS EQUAL TO ZEROES
               ADD 1 TO WS-QTD-SEM-REGRA
               MOVE 'GRADE SEM REGRA NO ACORDO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO-EMPREGADO
             ELSE
               PERFORM CALCULAR-NOVO-SALARIO
             END-IF
             PERFORM ACUMULAR-DEPTO
           END-IF.
      *
       LOCALIZAR-REGRA.
           MOVE ZEROES TO WS-REGRA.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-ACD-COUNT
             IF WS-ACD-GRADE(WS-A) IS EQUAL TO EMP-CARGO-GRADE
               MOVE WS-A TO WS-REGRA
               MOVE WS-ACD-COUNT TO WS-A
             END-IF
           END-PERFORM.
           IF WS-REGRA IS EQUAL TO ZEROES
             MOVE WS-REGRA-PADRAO TO WS-REGRA
           END-IF.
      *
      * ABOVE THE CAP THE INCREASE IS THE PERCENTAGE OF THE CAP ITSELF;
      * THE FLOOR THEN LIFTS ANY SALARY STILL BELOW IT.
       CALCULAR-NOVO-SALARIO.
           IF WS-ACD-TETO(WS-REGRA) IS GREATER THAN ZEROES AND
              EMP-SAL-BASE IS GREATER THAN WS-ACD-TETO(WS-REGRA)
             COMPUTE WS-AUMENTO ROUNDED =
                     WS-ACD-TETO(WS-REGRA) * WS-ACD-PCT(WS-REGRA) / 100
           ELSE
             COMPUTE WS-AUMENTO ROUNDED =
                     EMP-SAL-BASE * WS-ACD-PCT(WS-REGRA) / 100
           END-IF.
           COMPUTE WS-SAL-NOVO = EMP-SAL-BASE + WS-AUMENTO.
           IF WS-ACD-PISO(WS-REGRA) IS GREATER THAN ZEROES AND
              WS-SAL-NOVO IS LESS THAN WS-ACD-PISO(WS-REGRA)
             MOVE WS-ACD-PISO(WS-REGRA) TO WS-SAL-NOVO
           END-IF.
      *
           IF WS-SAL-NOVO IS GREATER THAN 999999,99
             MOVE EMP-SAL-BASE TO WS-SAL-NOVO
             MOVE 'NOVO SALARIO EXCEDE O CAMPO - MANTIDO'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO-EMPREGADO
           ELSE
             IF WS-SAL-NOVO IS NOT EQUAL TO EMP-SAL-BASE
               PERFORM GRAVAR-TRANSACAO
               IF WS-RETROATIVO IS EQUAL TO 'S'
                 PERFORM GRAVAR-DIFERENCA
               END-IF
               ADD 1 TO WS-QTD-REAJUSTADOS
               PERFORM IMPRIMIR-DETALHE
             END-IF
           END-IF.
      *
      * A FULL 'C' IMAGE - EXERC035 REPLACES THE WHOLE EMPLOYEE ROW,
      * SO NAME, GRADE AND DEPARTMENT GO THROUGH UNCHANGED.
       GRAVAR-TRANSACAO.
           MOVE 'E'             TO TRN-ARQUIVO.
           MOVE 'C'             TO TRN-TIPO.
           MOVE EMP-MATRICULA   TO TRN-MATRICULA.
           MOVE EMP-NOME        TO TRN-NOME.
           MOVE WS-SAL-NOVO     TO TRN-SAL-BASE.
           MOVE EMP-CARGO-GRADE TO TRN-CARGO-GRADE.
           MOVE EMP-DEPTO       TO TRN-DEPTO.
           MOVE ZEROES          TO TRN-BANCO-NUM.
           MOVE ZEROES          TO TRN-AGENCIA.
           MOVE ZEROES          TO TRN-CONTA.
           WRITE TRN-REC.
           MOVE WS-TRAN-STATUS     TO WS-FILE-STATUS.
           MOVE 'TRANSACTION-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       GRAVAR-DIFERENCA.
           MOVE EMP-MATRICULA   TO DIS-MATRICULA.
           MOVE EMP-SAL-BASE    TO DIS-SAL-ANTERIOR.
           MOVE WS-SAL-NOVO     TO DIS-SAL-NOVO.
           MOVE WS-VIG-ANO-MES  TO DIS-ANO-MES-VIG.
           MOVE WS-ANO-MES      TO DIS-ANO-MES-PAGTO.
           WRITE DIS-REC.
           MOVE WS-DIF-STATUS  TO WS-FILE-STATUS.
           MOVE 'DIF-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       IMPRIMIR-DETALHE.
           MOVE EMP-MATRICULA   TO WS-DT-MATRICULA.
           MOVE EMP-NOME        TO WS-DT-NOME.
           MOVE EMP-CARGO-GRADE TO WS-DT-GRADE.
           MOVE EMP-DEPTO       TO WS-DT-DEPTO.
           MOVE EMP-SAL-BASE    TO WS-DT-SAL-ANT.
           MOVE WS-SAL-NOVO     TO WS-DT-SAL-NOVO.
           MOVE WS-DETAIL-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * NEW DEPARTMENTS ARE INSERTED IN DEPTO ORDER SO THE IMPACT
      * TABLE PRINTS SORTED WITHOUT A SORT STEP.
       ACUMULAR-DEPTO.
           MOVE ZEROES TO WS-DEP-POS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-DEP-COUNT
             IF WS-DEP-CC(WS-C) IS NOT LESS THAN EMP-DEPTO
               MOVE WS-C TO WS-DEP-POS
               MOVE WS-DEP-COUNT TO WS-C
             END-IF
           END-PERFORM.
      *
           IF WS-DEP-POS IS EQUAL TO ZEROES
             ADD 1 TO WS-DEP-COUNT
             MOVE WS-DEP-COUNT TO WS-DEP-POS
             PERFORM INICIAR-LINHA-DEPTO
           ELSE
             IF WS-DEP-CC(WS-DEP-POS) IS NOT EQUAL TO EMP-DEPTO
               PERFORM VARYING WS-C FROM WS-DEP-COUNT BY -1
                       UNTIL WS-C < WS-DEP-POS
                 MOVE WS-DEP-LINHA(WS-C) TO WS-DEP-LINHA(WS-C + 1)
               END-PERFORM
               ADD 1 TO WS-DEP-COUNT
               PERFORM INICIAR-LINHA-DEPTO
             END-IF
           END-IF.
      *
           ADD 1               TO WS-DEP-QTD(WS-DEP-POS).
           ADD EMP-SAL-BASE    TO WS-DEP-ANTES(WS-DEP-POS).
           ADD WS-SAL-NOVO     TO WS-DEP-DEPOIS(WS-DEP-POS).
           IF WS-SAL-NOVO IS NOT EQUAL TO EMP-SAL-BASE
             ADD 1 TO WS-DEP-QTD-REAJ(WS-DEP-POS)
           END-IF.
           ADD EMP-SAL-BASE    TO WS-TOT-ANTES.
           ADD WS-SAL-NOVO     TO WS-TOT-DEPOIS.
      *
       INICIAR-LINHA-DEPTO.
           MOVE EMP-DEPTO TO WS-DEP-CC(WS-DEP-POS).
           MOVE ZEROES    TO WS-DEP-QTD(WS-DEP-POS).
           MOVE ZEROES    TO WS-DEP-QTD-REAJ(WS-DEP-POS).
           MOVE ZEROES    TO WS-DEP-ANTES(WS-DEP-POS).
           MOVE ZEROES    TO WS-DEP-DEPOIS(WS-DEP-POS).
      *
       IMPRIMIR-TOTAIS-DEPTO.
           MOVE SPACES        TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-DEP-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-DEP-COUNT
             MOVE WS-DEP-CC(WS-C)       TO WS-DL-DEPTO
             MOVE WS-DEP-QTD(WS-C)      TO WS-DL-QTD
             MOVE WS-DEP-QTD-REAJ(WS-C) TO WS-DL-QTD-REAJ
             MOVE WS-DEP-ANTES(WS-C)    TO WS-DL-ANTES
             MOVE WS-DEP-DEPOIS(WS-C)   TO WS-DL-DEPOIS
             COMPUTE WS-AUMENTO =
                     WS-DEP-DEPOIS(WS-C) - WS-DEP-ANTES(WS-C)
             MOVE WS-AUMENTO            TO WS-DL-AUMENTO
             MOVE ZEROES                TO WS-PCT-IMPACTO
             IF WS-DEP-ANTES(WS-C) IS GREATER THAN ZEROES
               COMPUTE WS-PCT-IMPACTO ROUNDED =
                       WS-AUMENTO * 100 / WS-DEP-ANTES(WS-C)
             END-IF
             MOVE WS-PCT-IMPACTO        TO WS-DL-PCT
             MOVE WS-DEP-LINE           TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
      *
       GRAVAR-EXCECAO-EMPREGADO.
           MOVE SPACES        TO WS-EX-CHAVE.
           MOVE EMP-MATRICULA TO WS-EX-CHAVE(1:6).
           MOVE EMP-NOME      TO WS-EX-NOME.
           PERFORM GRAVAR-EXCECAO.
      *
       GRAVAR-EXCECAO.
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
           MOVE WS-EX-CHAVE TO WS-EXL-CHAVE.
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
           MOVE SPACES           TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-VIGENCIA      TO WS-SM-VIGENCIA.
           IF WS-RETROATIVO IS EQUAL TO 'S'
             MOVE 'RETROATIVO - RETROCTL GRAVADO' TO WS-SM-RETRO
           END-IF.
           MOVE WS-SUM-LINE1     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-QTD-REAJUSTADOS TO WS-SM-QTD.
           MOVE WS-SUM-LINE2     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-QTD-SEM-REGRA TO WS-SM-SEM-REGRA.
           MOVE WS-SUM-LINE3     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TOT-ANTES     TO WS-SM-ANTES.
           MOVE WS-TOT-DEPOIS    TO WS-SM-DEPOIS.
           MOVE WS-SUM-LINE4     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           COMPUTE WS-CONTROL-TOT = WS-TOT-DEPOIS - WS-TOT-ANTES.
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE ACORDO-FILE.
           CLOSE EMP-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE DIF-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
