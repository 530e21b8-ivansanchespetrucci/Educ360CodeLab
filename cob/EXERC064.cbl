      ******************************************************************
      * FILE NAME   : EXERC064                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MID-MONTH SALARY ADVANCE (ADIANTAMENTO           *
      *               QUINZENAL) RUN - PAYS EVERY ACTIVE EMPLOYEE ON   *
      *               EMPFILE A PERCENTAGE OF EMP-SAL-BASE (PARMMAST   *
      *               ADIANT-PCT, 40% WHEN NOT SET) THROUGH AN ADIREM  *
      *               REMITTANCE IN THE REMESSA LAYOUT, AND APPENDS    *
      *               EACH PAYMENT TO THE ADIHIST HISTORY THE          *
      *               EXERC004 PAYROLL DEDUCTS FROM THE MONTH'S NET    *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE ADVANCE WAS PAID OUTSIDE    *
      *                THE SYSTEM AND KEYED INTO DEDFILE BY HAND.      *
      *                SKIPPED AND LISTED ON ADIEXC: A MATRICULA       *
      *                ALREADY ADVANCED THIS MONTH (A RERUN PAYS ONLY  *
      *                THE ONES STILL MISSING), A LEAVER, ANYONE       *
      *                ADMITTED AFTER THE CUT-OFF DAY OF THE MONTH     *
      *                (PARMMAST ADIANT-CORTE, DAY 15 WHEN NOT SET),   *
      *                ANYONE ON AN HRFILE 'A' AFASTAMENTO COVERING    *
      *                THE RUN DATE, AND ANYONE WITHOUT BANK DETAILS.  *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC064.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMP-FILE       ASSIGN TO EMPFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-EMP-STATUS.
      *
           SELECT HR-FILE        ASSIGN TO HRFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HR-STATUS.
      *
           SELECT ADI-FILE       ASSIGN TO ADIHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ADI-STATUS.
      *
           SELECT BANK-FILE      ASSIGN TO BANKFILE
                                  ORGANIZATION IS INDEXED
                                  RECORD KEY IS BNK-MATRICULA
                                  ACCESS MODE IS DYNAMIC
                                  FILE STATUS IS WS-BANK-STATUS.
      *
           SELECT REMIT-FILE     ASSIGN TO ADIREM
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-REMIT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO ADIEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO ADIRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  EMP-FILE.
       01  EMP-REC.
           05  EMP-MATRICULA      PIC 9(06).
           05  EMP-NOME           PIC X(30).
           05  EMP-SAL-BASE       PIC 9(06)V9(02).
           05  EMP-CARGO-GRADE    PIC X(02).
           05  EMP-DEPTO          PIC 9(03).
      *
       FD  HR-FILE.
       01  HR-REC.
           05  HR-TIPO            PIC X(01).
               88  HR-EMPREGADO   VALUE 'E'.
               88  HR-AFASTAMENTO VALUE 'A'.
           05  HR-MATRICULA       PIC 9(06).
           05  HR-DADOS.
               10  HR-NOME            PIC X(30).
               10  HR-DATA-ADMISSAO   PIC 9(08).
               10  HR-DATA-DEMISSAO   PIC 9(08).
                   88  HR-ATIVO       VALUE ZEROES.
           05  HR-DADOS-AFA REDEFINES HR-DADOS.
               10  HR-AFA-INICIO      PIC 9(08).
               10  HR-AFA-FIM         PIC 9(08).
               10  HR-AFA-MOTIVO      PIC X(04).
               10  FILLER             PIC X(26).
      *
      * ONE RECORD PER ADVANCE PAID - EXERC004 AND EXERC034 MATCH IT
      * BY MATRICULA AND ADI-ANO-MES.
       FD  ADI-FILE.
       01  ADI-REC.
           05  ADI-MATRICULA      PIC 9(06).
           05  ADI-ANO-MES        PIC 9(06).
           05  ADI-VALOR          PIC 9(06)V9(02).
           05  ADI-DATA-RUN       PIC 9(08).
      *
       FD  BANK-FILE.
       01  BNK-REC.
           05  BNK-MATRICULA      PIC 9(06).
           05  BNK-BANCO          PIC 9(03).
           05  BNK-AGENCIA        PIC 9(04).
           05  BNK-CONTA          PIC 9(10).
      *
      * SAME FIXED LAYOUT AS EXERC004'S REMESSA SO TREASURY'S BANK
      * UPLOAD HANDLES THE ADVANCE LIKE NORMAL PAY.
       FD  REMIT-FILE.
       01  REM-REC.
           05  REM-MATRICULA      PIC 9(06).
           05  REM-NOME           PIC X(30).
           05  REM-BANCO          PIC 9(03).
           05  REM-AGENCIA        PIC 9(04).
           05  REM-CONTA          PIC 9(10).
           05  REM-VALOR          PIC 9(08)V9(02).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-EMP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HR-STATUS           PIC X(02) VALUE SPACES.
       01  WS-ADI-STATUS          PIC X(02) VALUE SPACES.
       01  WS-BANK-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REMIT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
           COPY CPYEXCWS.
       01  WS-EOF-EMP             PIC X(01) VALUE 'N'.
       01  WS-EOF-HR              PIC X(01) VALUE 'N'.
       01  WS-EOF-ADI             PIC X(01) VALUE 'N'.
      *
       01  WS-HOJE                PIC 9(08).
       01  WS-HOJE-R REDEFINES WS-HOJE.
           05  WS-HOJE-AAAA       PIC 9(04).
           05  WS-HOJE-MM         PIC 9(02).
           05  WS-HOJE-DD         PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
       01  WS-ANO-MES             PIC 9(06) VALUE ZEROES.
      *
      * PARMMAST VALUES - THE DEFAULTS BELOW APPLY WHEN NO CURRENT
      * VALUE EXISTS OR THE ONE THERE IS NOT NUMERIC.
       01  WS-PCT-ADIANT          PIC 9(02)V9(02) VALUE 40,00.
       01  WS-PCT-PARM-X          PIC X(04) VALUE SPACES.
       01  WS-PCT-PARM REDEFINES WS-PCT-PARM-X
                                  PIC 9(02)V9(02).
       01  WS-DIA-CORTE           PIC 9(02) VALUE 15.
       01  WS-DATA-CORTE          PIC 9(08) VALUE ZEROES.
      *
      * HR EMPLOYMENT ROWS ('E') AND AFASTAMENTO ROWS ('A') IN ONE
      * TABLE - HRT-TIPO TELLS THEM APART.
       01  WS-HRT-TAB.
           05  WS-HRT-LINHA       OCCURS 1 TO 4000 TIMES
                                   DEPENDING ON WS-HRT-COUNT.
               10  WS-HRT-TIPO      PIC X(01).
               10  WS-HRT-MATRICULA PIC 9(06).
               10  WS-HRT-DATA-1    PIC 9(08).
               10  WS-HRT-DATA-2    PIC 9(08).
               10  WS-HRT-MOTIVO    PIC X(04).
       01  WS-HRT-COUNT           PIC 9(04) VALUE ZEROES.
      *
      * MATRICULAS ALREADY ADVANCED IN THE CURRENT ANO-MES.
       01  WS-PAGO-TAB.
           05  WS-PAGO-LINHA      OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-PAGO-COUNT.
               10  WS-PAGO-MATRICULA PIC 9(06).
       01  WS-PAGO-COUNT          PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-ELEGIVEL            PIC X(01) VALUE 'N'.
       01  WS-JA-PAGO             PIC X(01) VALUE 'N'.
       01  WS-AFASTADO            PIC X(01) VALUE 'N'.
       01  WS-MOTIVO-AFA          PIC X(04) VALUE SPACES.
       01  WS-ADMISSAO            PIC 9(08) VALUE ZEROES.
       01  WS-DEMISSAO            PIC 9(08) VALUE ZEROES.
       01  WS-TEM-BANCO           PIC X(01) VALUE 'N'.
       01  WS-VALOR-ADIANT        PIC 9(06)V9(02) VALUE ZEROES.
      *
       01  WS-REM-QTD             PIC 9(07) VALUE ZEROES.
       01  WS-REM-TOTAL           PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-QTD-IGNORADOS       PIC 9(07) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-NOME         PIC X(30).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' MATRIC  NOME                            DEPT'.
           05  FILLER             PIC X(45) VALUE
               '   SALARIO BASE      ADIANTAMENTO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MATRICULA    PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DEPTO        PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-SALARIO      COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-ADIANT       COPY CPYAMT.
      *
       01  WS-SUM-LINE1.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'PERCENTUAL APLICADO : '.
           05  WS-SM-PCT          PIC Z9,99.
       01  WS-SUM-LINE2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'DATA DE CORTE       : '.
           05  WS-SM-CORTE        PIC 9(08).
       01  WS-SUM-LINE3.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'ADIANTAMENTOS PAGOS : '.
           05  WS-SM-QTD          PIC ZZZ.ZZ9.
       01  WS-SUM-LINE4.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'VALOR TOTAL REMESSA : '.
           05  WS-SM-TOTAL        COPY CPYAMT.
       01  WS-SUM-LINE5.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(22)
                   VALUE 'EMPREGADOS IGNORADOS: '.
           05  WS-SM-IGNORADOS    PIC ZZZ.ZZ9.
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
           PERFORM LER-TABELA-HR
             WITH TEST AFTER
             UNTIL WS-EOF-HR IS EQUAL TO 'Y'.
      *
      * ADIHIST DOES NOT EXIST BEFORE THE FIRST ADVANCE EVER PAID -
      * A MISSING FILE MEANS NOBODY HAS BEEN ADVANCED YET.
           OPEN INPUT  ADI-FILE.
           MOVE WS-ADI-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-ADI
           ELSE
             MOVE 'ADI-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-TABELA-PAGOS
               WITH TEST AFTER
               UNTIL WS-EOF-ADI IS EQUAL TO 'Y'
             CLOSE ADI-FILE
           END-IF.
      *
           OPEN EXTEND ADI-FILE.
           MOVE WS-ADI-STATUS TO WS-FILE-STATUS.
           MOVE 'ADI-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM PROCESSAR-EMPREGADO
             WITH TEST AFTER
             UNTIL WS-EOF-EMP IS EQUAL TO 'Y'.
      *
           PERFORM FINALIZAR.
      *
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC064' TO WS-EXL-PROGRAMA.
           MOVE 'ADIEXC'   TO WS-EXL-ARQUIVO.
           MOVE 'M'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-HOJE FROM DATE YYYYMMDD.
           MOVE WS-HOJE-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'          TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-HOJE-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'          TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-HOJE-AAAA TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-HOJE(1:6) TO WS-ANO-MES.
      *
           PERFORM CARREGAR-PARAMETROS.
           MOVE WS-ANO-MES   TO WS-DATA-CORTE(1:6).
           MOVE WS-DIA-CORTE TO WS-DATA-CORTE(7:2).
      *
           OPEN INPUT  EMP-FILE.
           MOVE WS-EMP-STATUS TO WS-FILE-STATUS.
           MOVE 'EMP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  HR-FILE.
           MOVE WS-HR-STATUS TO WS-FILE-STATUS.
           MOVE 'HR-FILE'    TO WS-FILE-ID.
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
           MOVE 'EXERC064'                  TO RP-HDR-PROGRAM.
           MOVE 'ADIANTAMENTO QUINZENAL'    TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT             TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                   TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE               TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * ADIANT-PCT IS A PERCENTAGE 99V99 ('4000' = 40%); ADIANT-CORTE
      * IS THE LAST ADMISSION DAY OF THE MONTH THAT STILL EARNS THE
      * ADVANCE, IN THE FIRST TWO POSITIONS.
       CARREGAR-PARAMETROS.
           MOVE 'EXERC064'     TO WS-PRM-PROGRAMA.
      *
           MOVE 'ADIANT-PCT  ' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:4) IS NUMERIC
               MOVE WS-PRM-VALOR(1:4) TO WS-PCT-PARM-X
               MOVE WS-PCT-PARM       TO WS-PCT-ADIANT
             END-IF
           END-IF.
      *
           MOVE 'ADIANT-CORTE' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:2) IS NUMERIC
               IF WS-PRM-VALOR(1:2) IS GREATER THAN '00' AND
                  WS-PRM-VALOR(1:2) IS LESS THAN '32'
                 MOVE WS-PRM-VALOR(1:2) TO WS-DIA-CORTE
               END-IF
             END-IF
           END-IF.
      *
       LER-TABELA-HR.
           READ HR-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HR
           END-READ.
           MOVE WS-HR-STATUS TO WS-FILE-STATUS.
           MOVE 'HR-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HR IS NOT EQUAL TO 'Y'
             IF WS-HRT-COUNT IS NOT LESS THAN 4000
               DISPLAY 'EXERC064 - MAIS DE 4000 REGISTROS NO'
                       ' HRFILE - ADIANTAMENTO ABORTADO'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-HRT-COUNT
             MOVE HR-TIPO      TO WS-HRT-TIPO(WS-HRT-COUNT)
             MOVE HR-MATRICULA TO WS-HRT-MATRICULA(WS-HRT-COUNT)
             IF HR-AFASTAMENTO
               MOVE HR-AFA-INICIO TO WS-HRT-DATA-1(WS-HRT-COUNT)
               MOVE HR-AFA-FIM    TO WS-HRT-DATA-2(WS-HRT-COUNT)
               MOVE HR-AFA-MOTIVO TO WS-HRT-MOTIVO(WS-HRT-COUNT)
             ELSE
               MOVE HR-DATA-ADMISSAO TO WS-HRT-DATA-1(WS-HRT-COUNT)
               MOVE HR-DATA-DEMISSAO TO WS-HRT-DATA-2(WS-HRT-COUNT)
               MOVE SPACES           TO WS-HRT-MOTIVO(WS-HRT-COUNT)
             END-IF
           END-IF.
      *
       LER-TABELA-PAGOS.
           READ ADI-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ADI
           END-READ.
           MOVE WS-ADI-STATUS TO WS-FILE-STATUS.
           MOVE 'ADI-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ADI IS NOT EQUAL TO 'Y'
             IF ADI-ANO-MES IS EQUAL TO WS-ANO-MES AND
                WS-PAGO-COUNT IS LESS THAN 2000
               ADD 1 TO WS-PAGO-COUNT
               MOVE ADI-MATRICULA TO WS-PAGO-MATRICULA(WS-PAGO-COUNT)
             END-IF
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
             PERFORM VERIFICAR-ELEGIBILIDADE
             IF WS-ELEGIVEL IS EQUAL TO 'S'
               COMPUTE WS-VALOR-ADIANT ROUNDED =
                       EMP-SAL-BASE * WS-PCT-ADIANT / 100
               PERFORM GRAVAR-REMESSA
             ELSE
               ADD 1 TO WS-QTD-IGNORADOS
             END-IF
           END-IF.
      *
      * THE FIRST REASON FOUND IS THE ONE LISTED. A MATRICULA WITH NO
      * HRFILE EMPLOYMENT ROW IS TREATED AS ACTIVE, AS EXERC004 DOES.
       VERIFICAR-ELEGIBILIDADE.
           MOVE 'S' TO WS-ELEGIVEL.
           PERFORM LOCALIZAR-SITUACAO-HR.
      *
           EVALUATE TRUE
             WHEN WS-JA-PAGO IS EQUAL TO 'S'
               MOVE 'N' TO WS-ELEGIVEL
               MOVE 'ADIANTAMENTO JA PAGO NESTE MES'
                 TO WS-EX-LIT
             WHEN WS-DEMISSAO IS NOT EQUAL TO ZEROES AND
                  WS-DEMISSAO IS NOT GREATER THAN WS-HOJE
               MOVE 'N' TO WS-ELEGIVEL
               MOVE 'DESLIGADO - SEM ADIANTAMENTO'
                 TO WS-EX-LIT
             WHEN WS-ADMISSAO IS GREATER THAN WS-DATA-CORTE
               MOVE 'N' TO WS-ELEGIVEL
               MOVE 'ADMITIDO APOS A DATA DE CORTE'
                 TO WS-EX-LIT
             WHEN WS-AFASTADO IS EQUAL TO 'S'
               MOVE 'N' TO WS-ELEGIVEL
               MOVE SPACES TO WS-EX-LIT
               STRING 'AFASTADO - MOTIVO ' DELIMITED BY SIZE
                      WS-MOTIVO-AFA        DELIMITED BY SIZE
                 INTO WS-EX-LIT
               END-STRING
           END-EVALUATE.
      *
           IF WS-ELEGIVEL IS NOT EQUAL TO 'S'
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
       LOCALIZAR-SITUACAO-HR.
           MOVE 'N'    TO WS-JA-PAGO.
           MOVE 'N'    TO WS-AFASTADO.
           MOVE SPACES TO WS-MOTIVO-AFA.
           MOVE ZEROES TO WS-ADMISSAO.
           MOVE ZEROES TO WS-DEMISSAO.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PAGO-COUNT
             IF WS-PAGO-MATRICULA(WS-I) IS EQUAL TO EMP-MATRICULA
               MOVE 'S' TO WS-JA-PAGO
               MOVE WS-PAGO-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
      * AN AFASTAMENTO WITH NO END DATE IS STILL OPEN.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-HRT-COUNT
             IF WS-HRT-MATRICULA(WS-I) IS EQUAL TO EMP-MATRICULA
               IF WS-HRT-TIPO(WS-I) IS EQUAL TO 'A'
                 IF WS-HRT-DATA-1(WS-I) IS NOT GREATER THAN WS-HOJE
                    AND (WS-HRT-DATA-2(WS-I) IS EQUAL TO ZEROES OR
                         WS-HRT-DATA-2(WS-I) IS NOT LESS THAN WS-HOJE)
                   MOVE 'S' TO WS-AFASTADO
                   MOVE WS-HRT-MOTIVO(WS-I) TO WS-MOTIVO-AFA
                 END-IF
               ELSE
                 MOVE WS-HRT-DATA-1(WS-I) TO WS-ADMISSAO
                 MOVE WS-HRT-DATA-2(WS-I) TO WS-DEMISSAO
               END-IF
             END-IF
           END-PERFORM.
      *
      * NO BANK DETAILS MEANS NO ADVANCE AND NO ADIHIST RECORD - THE
      * EMPLOYEE IS PAID IN FULL AT MONTH END INSTEAD.
       GRAVAR-REMESSA.
           MOVE EMP-MATRICULA TO BNK-MATRICULA.
           READ BANK-FILE
             INVALID KEY
               MOVE 'N' TO WS-TEM-BANCO
             NOT INVALID KEY
               MOVE 'S' TO WS-TEM-BANCO
           END-READ.
           IF WS-TEM-BANCO IS EQUAL TO 'S'
             MOVE EMP-MATRICULA   TO REM-MATRICULA
             MOVE EMP-NOME        TO REM-NOME
             MOVE BNK-BANCO       TO REM-BANCO
             MOVE BNK-AGENCIA     TO REM-AGENCIA
             MOVE BNK-CONTA       TO REM-CONTA
             MOVE WS-VALOR-ADIANT TO REM-VALOR
             WRITE REM-REC
             MOVE WS-REMIT-STATUS TO WS-FILE-STATUS
             MOVE 'REMIT-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             ADD 1                TO WS-REM-QTD
             ADD WS-VALOR-ADIANT  TO WS-REM-TOTAL
             ADD WS-VALOR-ADIANT  TO WS-CONTROL-TOT
             PERFORM GRAVAR-HISTORICO
             PERFORM IMPRIMIR-DETALHE
           ELSE
             ADD 1 TO WS-QTD-IGNORADOS
             MOVE 'SEM DADOS BANCARIOS - NAO ADIANTADO'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
       GRAVAR-HISTORICO.
           MOVE EMP-MATRICULA   TO ADI-MATRICULA.
           MOVE WS-ANO-MES      TO ADI-ANO-MES.
           MOVE WS-VALOR-ADIANT TO ADI-VALOR.
           MOVE WS-HOJE         TO ADI-DATA-RUN.
           WRITE ADI-REC.
           MOVE WS-ADI-STATUS TO WS-FILE-STATUS.
           MOVE 'ADI-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       IMPRIMIR-DETALHE.
           MOVE EMP-MATRICULA   TO WS-DT-MATRICULA.
           MOVE EMP-NOME        TO WS-DT-NOME.
           MOVE EMP-DEPTO       TO WS-DT-DEPTO.
           MOVE EMP-SAL-BASE    TO WS-DT-SALARIO.
           MOVE WS-VALOR-ADIANT TO WS-DT-ADIANT.
           MOVE WS-DETAIL-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-EXCECAO.
           MOVE EMP-MATRICULA    TO WS-EX-MATRICULA.
           MOVE EMP-NOME         TO WS-EX-NOME.
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
           MOVE WS-PCT-ADIANT    TO WS-SM-PCT.
           MOVE WS-SUM-LINE1     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-DATA-CORTE    TO WS-SM-CORTE.
           MOVE WS-SUM-LINE2     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-REM-QTD       TO WS-SM-QTD.
           MOVE WS-SUM-LINE3     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-REM-TOTAL     TO WS-SM-TOTAL.
           MOVE WS-SUM-LINE4     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-QTD-IGNORADOS TO WS-SM-IGNORADOS.
           MOVE WS-SUM-LINE5     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE EMP-FILE.
           CLOSE HR-FILE.
           CLOSE ADI-FILE.
           CLOSE BANK-FILE.
           CLOSE REMIT-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
      *
           COPY CPYPRMPD.
