      ******************************************************************
      * FILE NAME   : EXERC086                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTHLY TUITION (MENSALIDADE) BILLING - ONE      *
      *               INVOICE PER RESPONSIBLE PAYER FOR THE STUDENTS   *
      *               ENROLLED ON ALUNFILE. THE FEE COMES FROM THE     *
      *               MENSTAB TUITION TABLE BY TURMA, LESS THE         *
      *               SCHOLARSHIP AND SIBLING DISCOUNTS ON THE ALUDESC *
      *               PER-STUDENT FILE, WHICH ALSO NAMES THE PAYER'S   *
      *               CUSTMAST NUMBER. TUITION STILL OPEN ON AROPEN    *
      *               AFTER THE MONTH'S RECEIPTS IS CHARGED A ONE-TIME *
      *               FINE AND A MONTHLY INTEREST ON THE SAME INVOICE. *
      *               THE INVOICES ARE WRITTEN IN THE INVSUMM LAYOUT   *
      *               SO EXERC039 AGES THEM AND APPLIES RECEIPTS       *
      *               EXACTLY AS IT DOES FOR THE RENTAL INVOICES.      *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE TUITION INVOICES WERE CUT   *
      *                ON A SPREADSHEET AND NEVER REACHED RECEIVABLES. *
      *                THE MONTH IS THE ALUGBCTL BILLING MONTH THAT    *
      *                EXERC022 AND EXERC077 USE. TUITION INVOICES ARE *
      *                NUMBERED FROM 900001 SO THEY NEVER MEET         *
      *                EXERC022'S NUMBERS ON THE LEDGER AND EXERC077   *
      *                CAN CREDIT THEM TO TUITION REVENUE. THE FINE    *
      *                (PARMMAST MULTA-PCT, DEFAULT 2%) IS CHARGED     *
      *                ONCE, ON THE FIRST BILLING AFTER THE INVOICE    *
      *                FELL DUE; THE INTEREST (JUROS-MES, DEFAULT 1%)  *
      *                EVERY MONTH THE BALANCE STAYS OPEN. A STUDENT   *
      *                WITHOUT A PAYER, FEE OR VALID DISCOUNT GOES TO  *
      *                MENSEXC AND IS NOT BILLED.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC086.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO ALUGBCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT STUDENT-FILE   ASSIGN TO ALUNFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ALUN-STATUS.
      *
           SELECT TUITION-FILE   ASSIGN TO MENSTAB
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MTB-STATUS.
      *
           SELECT DISCOUNT-FILE  ASSIGN TO ALUDESC
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DSC-STATUS.
      *
           SELECT AROPEN-FILE    ASSIGN TO AROPEN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ARO-STATUS.
      *
           SELECT RECEIPT-FILE   ASSIGN TO RECFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-REC-STATUS.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CUST-NUMERO
                                  FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT INVOICE-FILE   ASSIGN TO MENSSUMM
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-INV-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO MENSRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO MENSEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT SORT-FILE      ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-MES            PIC 9(02).
      *
       FD  STUDENT-FILE.
       01  ALU-REC.
           05  ALU-TURMA          PIC X(06).
           05  ALU-ID             PIC 9(06).
           05  ALU-NOME           PIC X(30).
      *
      * TUITION TABLE - THE MONTHLY FEE OF EACH TURMA.
       FD  TUITION-FILE.
       01  MTB-REC.
           05  MTB-TURMA          PIC X(06).
           05  MTB-VALOR          PIC 9(06)V9(02).
      *
      * PER-STUDENT PAYER AND DISCOUNTS. THE SCHOLARSHIP APPLIES TO
      * THE FULL FEE AND THE SIBLING DISCOUNT TO WHAT IS LEFT.
       FD  DISCOUNT-FILE.
       01  DSC-REC.
           05  DSC-ALUNO-ID       PIC 9(06).
           05  DSC-CLIENTE        PIC 9(06).
           05  DSC-PCT-BOLSA      PIC 9(03)V9(02).
           05  DSC-PCT-IRMAO      PIC 9(03)V9(02).
      *
      * SAME LAYOUT EXERC039 CARRIES.
       FD  AROPEN-FILE.
       01  ARO-REC.
           05  ARO-NUMERO         PIC 9(06).
           05  ARO-CLIENTE        PIC 9(06).
           05  ARO-MES            PIC 9(02).
           05  ARO-DATA-FATURA    PIC 9(08).
           05  ARO-VALOR-ORIG     PIC 9(08)V9(02).
           05  ARO-VALOR-ABERTO   PIC 9(08)V9(02).
      *
       FD  RECEIPT-FILE.
       01  REC-REC.
           05  REC-NUMERO         PIC 9(06).
           05  REC-CLIENTE        PIC 9(06).
           05  REC-DATA           PIC 9(08).
           05  REC-VALOR          PIC 9(08)V9(02).
      *
       FD  CUSTOMER-MASTER.
       01  CUST-REC.
           05  CUST-NUMERO        PIC 9(06).
           05  CUST-NOME          PIC X(30).
           05  CUST-ENDERECO      PIC X(30).
           05  CUST-CPF-CNPJ      PIC X(14).
           05  CUST-STATUS        PIC X(01).
               88  CUST-ATIVO     VALUE 'A'.
               88  CUST-INATIVO   VALUE 'I'.
      *
      * SAME LAYOUT EXERC022 WRITES ON INVSUMM.
       FD  INVOICE-FILE.
       01  INV-REC.
           05  INV-NUMERO         PIC 9(06).
           05  INV-CLIENTE        PIC 9(06).
           05  INV-PASSAGEIRO     PIC X(30).
           05  INV-MES            PIC 9(02).
           05  INV-TOTAL          PIC 9(08)V9(02).
           05  INV-CPF-CNPJ       PIC X(14).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
      * ONE ROW PER BILLED STUDENT (TIPO 'M') OR PER OVERDUE TUITION
      * INVOICE (TIPO 'E'), SORTED SO EACH PAYER'S STUDENTS COME
      * BEFORE THE CHARGES ON THE PAYER'S OVERDUE INVOICES.
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-CLIENTE        PIC 9(06).
           05  SRT-TIPO           PIC X(01).
           05  SRT-CHAVE          PIC 9(06).
           05  SRT-NOME           PIC X(30).
           05  SRT-TURMA          PIC X(06).
           05  SRT-BASE           PIC 9(08)V9(02).
           05  SRT-DESC-BOLSA     PIC 9(08)V9(02).
           05  SRT-DESC-IRMAO     PIC 9(08)V9(02).
           05  SRT-MULTA          PIC 9(08)V9(02).
           05  SRT-JUROS          PIC 9(08)V9(02).
           05  SRT-VALOR          PIC 9(08)V9(02).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-ALUN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MTB-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DSC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ARO-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-INV-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
       01  WS-EOF-ALUN            PIC X(01) VALUE 'N'.
       01  WS-EOF-MTB             PIC X(01) VALUE 'N'.
       01  WS-EOF-DSC             PIC X(01) VALUE 'N'.
       01  WS-EOF-ARO             PIC X(01) VALUE 'N'.
       01  WS-EOF-REC             PIC X(01) VALUE 'N'.
       01  WS-FIM-SORT            PIC X(01) VALUE 'N'.
      *
       01  WS-MES-FATURAR         PIC 9(02) VALUE ZEROES.
       01  WS-MES-ANTERIOR        PIC 9(02) VALUE ZEROES.
      *
      * FINE AND MONTHLY INTEREST ON OVERDUE TUITION - PARMMAST
      * EXERC086 MULTA-PCT / JUROS-MES OVERRIDE THE DEFAULTS.
       01  WS-PCT-MULTA           PIC 9(02)V9(02) VALUE 2,00.
       01  WS-PCT-JUROS           PIC 9(02)V9(02) VALUE 1,00.
       01  WS-PCT-PARM            PIC 9(02)V9(02) VALUE ZEROES.
       01  WS-PCT-PARM-X REDEFINES WS-PCT-PARM
                                  PIC X(04).
      *
      * TUITION INVOICES LIVE ABOVE THIS NUMBER ON THE LEDGER.
       01  WS-INV-BASE-MENS       PIC 9(06) VALUE 900000.
      *
      * TUITION TABLE - LOADED FROM MENSTAB AT STARTUP.
       01  WS-MTB-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-MTB-TAB.
           05  WS-MTB-ENTRY OCCURS 200 TIMES.
               10  WS-MTB-TURMA   PIC X(06).
               10  WS-MTB-VALOR   PIC 9(06)V9(02).
      *
      * PAYER AND DISCOUNTS PER STUDENT - LOADED FROM ALUDESC.
       01  WS-DSC-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-DSC-TAB.
           05  WS-DSC-ENTRY OCCURS 3000 TIMES.
               10  WS-DSC-ALUNO-ID PIC 9(06).
               10  WS-DSC-CLIENTE  PIC 9(06).
               10  WS-DSC-PCT-BOLSA PIC 9(03)V9(02).
               10  WS-DSC-PCT-IRMAO PIC 9(03)V9(02).
      *
      * OPEN TUITION ITEMS FROM AROPEN, NETTED BY THE MONTH'S RECEIPTS.
       01  WS-ABT-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-ABT-TAB.
           05  WS-ABT-ENTRY OCCURS 3000 TIMES.
               10  WS-ABT-NUMERO  PIC 9(06).
               10  WS-ABT-CLIENTE PIC 9(06).
               10  WS-ABT-MES     PIC 9(02).
               10  WS-ABT-DATA    PIC 9(08).
               10  WS-ABT-ABERTO  PIC 9(08)V9(02).
      *
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU-MTB           PIC 9(04) VALUE ZEROES.
       01  WS-ACHOU-DSC           PIC 9(04) VALUE ZEROES.
       01  WS-ABT-ESCOLHIDO       PIC 9(04) VALUE ZEROES.
       01  WS-DATA-MAIS-ANTIGA    PIC 9(08) VALUE ZEROES.
       01  WS-VALOR-RESTANTE      PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-APLICADO      PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-VALOR-LIQUIDO       PIC 9(08)V9(02) VALUE ZEROES.
      *
      * CONTROL-BREAK STATE - THE PAYER WHOSE INVOICE IS OPEN.
       01  WS-CLIENTE-ATUAL       PIC 9(06) VALUE ZEROES.
       01  WS-PRIMEIRA            PIC X(01) VALUE 'S'.
       01  WS-INV-NUMERO          PIC 9(06) VALUE ZEROES.
       01  WS-INV-TOTAL           PIC 9(08)V9(02) VALUE ZEROES.
       01  WS-CPF-ATUAL           PIC X(14) VALUE SPACES.
       01  WS-NOME-ATUAL          PIC X(30) VALUE SPACES.
       01  WS-ALUNO-FATURA        PIC X(30) VALUE SPACES.
       01  WS-QTD-ALUNOS-FATURA   PIC 9(03) VALUE ZEROES.
      *
       01  WS-QTD-ALUNOS          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-FATURAS         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ENCARGOS        PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SEM-FATURA      PIC 9(05) VALUE ZEROES.
      *
       01  WS-VARIOS-ALUNOS.
           05  FILLER             PIC X(18) VALUE 'MENSALIDADE - ALUN'.
           05  FILLER             PIC X(04) VALUE 'OS: '.
           05  WS-VA-QTD          PIC ZZ9.
      *
       01  WS-CPF-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE 'CPF/CNPJ : '.
           05  WS-CP-DOCUMENTO    PIC X(14).
      *
       01  WS-PAYER-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(14) VALUE 'RESPONSAVEL : '.
           05  WS-PY-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-PY-NOME         PIC X(30).
      *
       01  WS-INV-HEADER-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-IH-LIT          PIC X(09) VALUE 'FATURA : '.
           05  WS-IH-NUMERO       PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-IH-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-IH-NOME         PIC X(30).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(07) VALUE 'ALUNO'.
           05  FILLER             PIC X(26) VALUE 'NOME'.
           05  FILLER             PIC X(07) VALUE 'TURMA'.
           05  FILLER             PIC X(10) VALUE '   MENSAL.'.
           05  FILLER             PIC X(10) VALUE '     BOLSA'.
           05  FILLER             PIC X(10) VALUE '     IRMAO'.
           05  FILLER             PIC X(11) VALUE '    LIQUIDO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-ALUNO        PIC 9(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-NOME         PIC X(25).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-TURMA        PIC X(06).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-BASE         PIC ZZZ.ZZ9,99.
           05  WS-DT-BOLSA        PIC ZZZ.ZZ9,99.
           05  WS-DT-IRMAO        PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-VALOR        PIC ZZZ.ZZ9,99.
      *
       01  WS-CHARGE-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(20) VALUE
               'ENCARGOS S/ FATURA  '.
           05  WS-CH-NUMERO       PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(07) VALUE 'SALDO: '.
           05  WS-CH-SALDO        PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(08) VALUE ' MULTA: '.
           05  WS-CH-MULTA        PIC ZZ.ZZ9,99.
           05  FILLER             PIC X(08) VALUE ' JUROS: '.
           05  WS-CH-JUROS        PIC ZZ.ZZ9,99.
      *
       01  WS-INV-TOTAL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-IT-LIT          PIC X(16) VALUE 'TOTAL DA FATURA '.
           05  FILLER             PIC X(02) VALUE ': '.
           05  WS-IT-TOTAL        COPY CPYAMT.
      *
       01  WS-NO-INVOICE-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  FILLER             PIC X(40) VALUE
               'BOLSA INTEGRAL - NENHUMA FATURA EMITIDA'.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(36).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-ALUNO        PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-TURMA        PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
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
       01  WS-CONTROL-TOT         PIC 9(08)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           SORT SORT-FILE
             ON ASCENDING KEY SRT-CLIENTE
                              SRT-TIPO
                              SRT-CHAVE
             INPUT PROCEDURE IS SELECIONAR-COBRANCAS
             OUTPUT PROCEDURE IS FATURAR-RESPONSAVEIS.
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
           MOVE CTL-MES TO WS-MES-FATURAR.
           CLOSE CONTROL-FILE.
      *
           IF WS-MES-FATURAR IS LESS THAN 1 OR
              WS-MES-FATURAR IS GREATER THAN 12
             DISPLAY 'EXERC086 - MES INVALIDO NO ALUGBCTL: '
                     WS-MES-FATURAR
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           IF WS-MES-FATURAR IS EQUAL TO 1
             MOVE 12 TO WS-MES-ANTERIOR
           ELSE
             COMPUTE WS-MES-ANTERIOR = WS-MES-FATURAR - 1
           END-IF.
      *
           PERFORM CARREGAR-PARAMETROS.
      *
           OPEN INPUT  TUITION-FILE.
           MOVE WS-MTB-STATUS  TO WS-FILE-STATUS.
           MOVE 'TUITION-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-TABELA-MENSALIDADE
             WITH TEST AFTER
             UNTIL WS-EOF-MTB IS EQUAL TO 'Y'.
           CLOSE TUITION-FILE.
      *
           OPEN INPUT  DISCOUNT-FILE.
           MOVE WS-DSC-STATUS   TO WS-FILE-STATUS.
           MOVE 'DISCOUNT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-TABELA-DESCONTOS
             WITH TEST AFTER
             UNTIL WS-EOF-DSC IS EQUAL TO 'Y'.
           CLOSE DISCOUNT-FILE.
      *
           PERFORM CARREGAR-ABERTOS.
      *
           OPEN INPUT  RECEIPT-FILE.
           MOVE WS-REC-STATUS  TO WS-FILE-STATUS.
           MOVE 'RECEIPT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM DESCONTAR-RECEBIMENTO
             WITH TEST AFTER
             UNTIL WS-EOF-REC IS EQUAL TO 'Y'.
           CLOSE RECEIPT-FILE.
      *
           OPEN INPUT  STUDENT-FILE.
           MOVE WS-ALUN-STATUS TO WS-FILE-STATUS.
           MOVE 'STUDENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  CUSTOMER-MASTER.
           MOVE WS-CUST-STATUS    TO WS-FILE-STATUS.
           MOVE 'CUSTOMER-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT INVOICE-FILE.
           MOVE WS-INV-STATUS  TO WS-FILE-STATUS.
           MOVE 'INVOICE-FILE' TO WS-FILE-ID.
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
           MOVE WS-INV-BASE-MENS TO WS-INV-NUMERO.
      *
           MOVE 'EXERC086'                   TO RP-HDR-PROGRAM.
           MOVE 'FATURAMENTO DE MENSALIDADES' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A CURRENT PARMMAST VALUE OVERRIDES THE DEFAULT RATE; A
      * MISSING OR MALFORMED ONE LEAVES THE DEFAULT IN PLACE.
       CARREGAR-PARAMETROS.
           MOVE 'EXERC086'     TO WS-PRM-PROGRAMA.
      *
           MOVE 'MULTA-PCT   ' TO WS-PRM-NOME.
           PERFORM BUSCAR-TAXA.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             MOVE WS-PCT-PARM TO WS-PCT-MULTA
           END-IF.
      *
           MOVE 'JUROS-MES   ' TO WS-PRM-NOME.
           PERFORM BUSCAR-TAXA.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             MOVE WS-PCT-PARM TO WS-PCT-JUROS
           END-IF.
      *
       BUSCAR-TAXA.
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
       LER-TABELA-MENSALIDADE.
           READ TUITION-FILE
             AT END
               MOVE 'Y' TO WS-EOF-MTB
           END-READ.
           MOVE WS-MTB-STATUS  TO WS-FILE-STATUS.
           MOVE 'TUITION-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-MTB IS NOT EQUAL TO 'Y'
             IF WS-MTB-COUNT IS NOT LESS THAN 200
               DISPLAY 'EXERC086 - MAIS DE 200 TURMAS NO MENSTAB - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-MTB-COUNT
             MOVE MTB-TURMA TO WS-MTB-TURMA(WS-MTB-COUNT)
             MOVE MTB-VALOR TO WS-MTB-VALOR(WS-MTB-COUNT)
           END-IF.
      *
       LER-TABELA-DESCONTOS.
           READ DISCOUNT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-DSC
           END-READ.
           MOVE WS-DSC-STATUS   TO WS-FILE-STATUS.
           MOVE 'DISCOUNT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-DSC IS NOT EQUAL TO 'Y'
             IF WS-DSC-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC086 - MAIS DE 3000 ALUNOS NO ALUDESC - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-DSC-COUNT
             MOVE DSC-ALUNO-ID  TO WS-DSC-ALUNO-ID(WS-DSC-COUNT)
             MOVE DSC-CLIENTE   TO WS-DSC-CLIENTE(WS-DSC-COUNT)
             MOVE DSC-PCT-BOLSA TO WS-DSC-PCT-BOLSA(WS-DSC-COUNT)
             MOVE DSC-PCT-IRMAO TO WS-DSC-PCT-IRMAO(WS-DSC-COUNT)
           END-IF.
      *
      * ONLY TUITION INVOICES STILL OPEN ARE KEPT. A MISSING AROPEN
      * IS THE FIRST RUN OF THE LEDGER - NOTHING IS OVERDUE YET.
       CARREGAR-ABERTOS.
           OPEN INPUT AROPEN-FILE.
           MOVE WS-ARO-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-ARO
           ELSE
             MOVE 'AROPEN-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-UM-ABERTO
               WITH TEST AFTER
               UNTIL WS-EOF-ARO IS EQUAL TO 'Y'
             CLOSE AROPEN-FILE
           END-IF.
      *
       LER-UM-ABERTO.
           READ AROPEN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ARO
           END-READ.
           MOVE WS-ARO-STATUS TO WS-FILE-STATUS.
           MOVE 'AROPEN-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ARO IS NOT EQUAL TO 'Y' AND
              ARO-NUMERO IS GREATER THAN WS-INV-BASE-MENS AND
              ARO-VALOR-ABERTO IS GREATER THAN ZEROES
             IF WS-ABT-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC086 - MAIS DE 3000 MENSALIDADES EM '
                       'ABERTO - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-ABT-COUNT
             MOVE ARO-NUMERO       TO WS-ABT-NUMERO(WS-ABT-COUNT)
             MOVE ARO-CLIENTE      TO WS-ABT-CLIENTE(WS-ABT-COUNT)
             MOVE ARO-MES          TO WS-ABT-MES(WS-ABT-COUNT)
             MOVE ARO-DATA-FATURA  TO WS-ABT-DATA(WS-ABT-COUNT)
             MOVE ARO-VALOR-ABERTO TO WS-ABT-ABERTO(WS-ABT-COUNT)
           END-IF.
      *
      * THE MONTH'S RECEIPTS ARE NOT ON AROPEN(0) YET - EXERC039
      * APPLIES THEM AFTER THIS STEP - SO THEY ARE NETTED HERE THE
      * SAME WAY: BY INVOICE NUMBER, OR OLDEST TUITION FIRST WHEN
      * THE RECEIPT NAMES NO INVOICE. A PAID INVOICE IS NOT FINED.
       DESCONTAR-RECEBIMENTO.
           READ RECEIPT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-REC
           END-READ.
           MOVE WS-REC-STATUS  TO WS-FILE-STATUS.
           MOVE 'RECEIPT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-REC IS NOT EQUAL TO 'Y'
             MOVE REC-VALOR TO WS-VALOR-RESTANTE
             IF REC-NUMERO IS GREATER THAN ZEROES
               MOVE ZEROES TO WS-ABT-ESCOLHIDO
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-ABT-COUNT
                 IF WS-ABT-NUMERO(WS-I) IS EQUAL TO REC-NUMERO AND
                    WS-ABT-ABERTO(WS-I) IS GREATER THAN ZEROES
                   MOVE WS-I TO WS-ABT-ESCOLHIDO
                   MOVE WS-ABT-COUNT TO WS-I
                 END-IF
               END-PERFORM
               IF WS-ABT-ESCOLHIDO IS GREATER THAN ZEROES
                 PERFORM ABATER-ITEM
               END-IF
             ELSE
               PERFORM ABATER-MAIS-ANTIGA
                 WITH TEST AFTER
                 UNTIL WS-VALOR-RESTANTE IS EQUAL TO ZEROES
                    OR WS-ABT-ESCOLHIDO IS EQUAL TO ZEROES
             END-IF
           END-IF.
      *
       ABATER-MAIS-ANTIGA.
           MOVE ZEROES   TO WS-ABT-ESCOLHIDO.
           MOVE 99999999 TO WS-DATA-MAIS-ANTIGA.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ABT-COUNT
             IF WS-ABT-CLIENTE(WS-I) IS EQUAL TO REC-CLIENTE AND
                WS-ABT-ABERTO(WS-I) IS GREATER THAN ZEROES AND
                WS-ABT-DATA(WS-I) IS LESS THAN WS-DATA-MAIS-ANTIGA
               MOVE WS-I              TO WS-ABT-ESCOLHIDO
               MOVE WS-ABT-DATA(WS-I) TO WS-DATA-MAIS-ANTIGA
             END-IF
           END-PERFORM.
      *
           IF WS-ABT-ESCOLHIDO IS GREATER THAN ZEROES
             PERFORM ABATER-ITEM
           END-IF.
      *
       ABATER-ITEM.
           IF WS-VALOR-RESTANTE IS NOT GREATER THAN
              WS-ABT-ABERTO(WS-ABT-ESCOLHIDO)
             MOVE WS-VALOR-RESTANTE TO WS-VALOR-APLICADO
           ELSE
             MOVE WS-ABT-ABERTO(WS-ABT-ESCOLHIDO)
               TO WS-VALOR-APLICADO
           END-IF.
           SUBTRACT WS-VALOR-APLICADO
             FROM WS-ABT-ABERTO(WS-ABT-ESCOLHIDO).
           SUBTRACT WS-VALOR-APLICADO FROM WS-VALOR-RESTANTE.
      *
      * SORT INPUT PROCEDURE - EVERY ENROLLED STUDENT WITH A PAYER,
      * A FEE AND SANE DISCOUNTS, THEN THE CHARGES ON EVERY TUITION
      * INVOICE STILL OPEN.
       SELECIONAR-COBRANCAS.
           PERFORM LER-ALUNO
             WITH TEST AFTER
             UNTIL WS-EOF-ALUN IS EQUAL TO 'Y'.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ABT-COUNT
             IF WS-ABT-ABERTO(WS-I) IS GREATER THAN ZEROES AND
                WS-ABT-MES(WS-I) IS NOT EQUAL TO WS-MES-FATURAR
               PERFORM LIBERAR-ENCARGOS
             END-IF
           END-PERFORM.
      *
       LER-ALUNO.
           READ STUDENT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ALUN
           END-READ.
           MOVE WS-ALUN-STATUS TO WS-FILE-STATUS.
           MOVE 'STUDENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ALUN IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-ALUNOS
             PERFORM VALIDAR-ALUNO
             IF WS-EX-LIT IS EQUAL TO SPACES
               PERFORM LIBERAR-MENSALIDADE
             ELSE
               ADD 1 TO WS-QTD-REJEITADOS
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
       VALIDAR-ALUNO.
           MOVE SPACES    TO WS-EX-LIT.
           MOVE ALU-ID    TO WS-EX-ALUNO.
           MOVE ALU-TURMA TO WS-EX-TURMA.
           MOVE ZEROES    TO WS-EX-CLIENTE.
      *
           MOVE ZEROES TO WS-ACHOU-MTB.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MTB-COUNT
             IF WS-MTB-TURMA(WS-I) IS EQUAL TO ALU-TURMA
               MOVE WS-I TO WS-ACHOU-MTB
               MOVE WS-MTB-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           MOVE ZEROES TO WS-ACHOU-DSC.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-DSC-COUNT
             IF WS-DSC-ALUNO-ID(WS-I) IS EQUAL TO ALU-ID
               MOVE WS-I TO WS-ACHOU-DSC
               MOVE WS-DSC-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           EVALUATE TRUE
             WHEN WS-ACHOU-MTB IS EQUAL TO ZEROES
               MOVE 'TURMA SEM VALOR NO MENSTAB' TO WS-EX-LIT
             WHEN WS-ACHOU-DSC IS EQUAL TO ZEROES
               MOVE 'ALUNO SEM RESPONSAVEL NO ALUDESC' TO WS-EX-LIT
             WHEN WS-DSC-PCT-BOLSA(WS-ACHOU-DSC) IS GREATER THAN 100
               OR WS-DSC-PCT-IRMAO(WS-ACHOU-DSC) IS GREATER THAN 100
               MOVE WS-DSC-CLIENTE(WS-ACHOU-DSC) TO WS-EX-CLIENTE
               MOVE 'PERCENTUAL DE DESCONTO ACIMA DE 100'
                 TO WS-EX-LIT
             WHEN OTHER
               MOVE WS-DSC-CLIENTE(WS-ACHOU-DSC) TO WS-EX-CLIENTE
               MOVE WS-DSC-CLIENTE(WS-ACHOU-DSC) TO CUST-NUMERO
               READ CUSTOMER-MASTER
                 INVALID KEY
                   MOVE 'RESPONSAVEL NAO CADASTRADO NO CUSTMAST'
                     TO WS-EX-LIT
                 NOT INVALID KEY
                   IF CUST-INATIVO
                     MOVE 'RESPONSAVEL INATIVO NO CUSTMAST'
                       TO WS-EX-LIT
                   END-IF
               END-READ
           END-EVALUATE.
      *
       LIBERAR-MENSALIDADE.
           MOVE WS-DSC-CLIENTE(WS-ACHOU-DSC) TO SRT-CLIENTE.
           MOVE 'M'                          TO SRT-TIPO.
           MOVE ALU-ID                       TO SRT-CHAVE.
           MOVE ALU-NOME                     TO SRT-NOME.
           MOVE ALU-TURMA                    TO SRT-TURMA.
           MOVE WS-MTB-VALOR(WS-ACHOU-MTB)   TO SRT-BASE.
           COMPUTE SRT-DESC-BOLSA ROUNDED =
                   SRT-BASE * WS-DSC-PCT-BOLSA(WS-ACHOU-DSC) / 100.
           COMPUTE SRT-DESC-IRMAO ROUNDED =
                   (SRT-BASE - SRT-DESC-BOLSA)
                 * WS-DSC-PCT-IRMAO(WS-ACHOU-DSC) / 100.
           COMPUTE SRT-VALOR =
                   SRT-BASE - SRT-DESC-BOLSA - SRT-DESC-IRMAO.
           MOVE ZEROES TO SRT-MULTA.
           MOVE ZEROES TO SRT-JUROS.
           RELEASE SRT-REC.
      *
      * THE FINE IS CHARGED ONCE - ON THE FIRST BILLING AFTER THE
      * INVOICE FELL DUE, I.E. LAST MONTH'S INVOICE - AND THE
      * INTEREST EVERY MONTH THE BALANCE STAYS OPEN.
       LIBERAR-ENCARGOS.
           MOVE WS-ABT-CLIENTE(WS-I) TO SRT-CLIENTE.
           MOVE 'E'                  TO SRT-TIPO.
           MOVE WS-ABT-NUMERO(WS-I)  TO SRT-CHAVE.
           MOVE SPACES               TO SRT-NOME.
           MOVE SPACES               TO SRT-TURMA.
           MOVE WS-ABT-ABERTO(WS-I)  TO SRT-BASE.
           MOVE ZEROES               TO SRT-DESC-BOLSA.
           MOVE ZEROES               TO SRT-DESC-IRMAO.
           IF WS-ABT-MES(WS-I) IS EQUAL TO WS-MES-ANTERIOR
             COMPUTE SRT-MULTA ROUNDED =
                     SRT-BASE * WS-PCT-MULTA / 100
           ELSE
             MOVE ZEROES TO SRT-MULTA
           END-IF.
           COMPUTE SRT-JUROS ROUNDED =
                   SRT-BASE * WS-PCT-JUROS / 100.
           COMPUTE SRT-VALOR = SRT-MULTA + SRT-JUROS.
           IF SRT-VALOR IS GREATER THAN ZEROES
             ADD 1 TO WS-QTD-ENCARGOS
             RELEASE SRT-REC
           END-IF.
      *
      * SORT OUTPUT PROCEDURE - CONTROL BREAK ON THE PAYER. EACH BREAK
      * CLOSES THE OPEN INVOICE (TOTAL LINE PLUS ONE MENSSUMM RECORD)
      * AND OPENS THE NEXT ONE.
       FATURAR-RESPONSAVEIS.
           PERFORM RETORNAR-COBRANCA
             WITH TEST AFTER
             UNTIL WS-FIM-SORT IS EQUAL TO 'Y'.
      *
           IF WS-PRIMEIRA IS EQUAL TO 'N'
             PERFORM FECHAR-FATURA
           END-IF.
      *
       RETORNAR-COBRANCA.
           RETURN SORT-FILE
             AT END
               MOVE 'Y' TO WS-FIM-SORT
           END-RETURN.
      *
           IF WS-FIM-SORT IS NOT EQUAL TO 'Y'
             IF WS-PRIMEIRA IS EQUAL TO 'S'
               PERFORM ABRIR-FATURA
             ELSE
               IF SRT-CLIENTE IS NOT EQUAL TO WS-CLIENTE-ATUAL
                 PERFORM FECHAR-FATURA
                 PERFORM ABRIR-FATURA
               END-IF
             END-IF
             IF SRT-TIPO IS EQUAL TO 'M'
               PERFORM IMPRIMIR-ALUNO
             ELSE
               PERFORM IMPRIMIR-ENCARGOS
             END-IF
           END-IF.
      *
       ABRIR-FATURA.
           MOVE SRT-CLIENTE TO WS-CLIENTE-ATUAL.
           MOVE 'N'         TO WS-PRIMEIRA.
           MOVE ZEROES      TO WS-INV-TOTAL.
           MOVE ZEROES      TO WS-QTD-ALUNOS-FATURA.
           MOVE SPACES      TO WS-ALUNO-FATURA.
      *
           MOVE SPACES TO WS-CPF-ATUAL.
           MOVE SPACES TO WS-NOME-ATUAL.
           MOVE WS-CLIENTE-ATUAL TO CUST-NUMERO.
           READ CUSTOMER-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE CUST-CPF-CNPJ TO WS-CPF-ATUAL
               MOVE CUST-NOME     TO WS-NOME-ATUAL
           END-READ.
      *
           MOVE SPACES             TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CLIENTE-ATUAL   TO WS-PY-CLIENTE.
           MOVE WS-NOME-ATUAL      TO WS-PY-NOME.
           MOVE WS-PAYER-LINE      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-CPF-ATUAL TO WS-CP-DOCUMENTO.
           MOVE WS-CPF-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       IMPRIMIR-ALUNO.
           MOVE SRT-CHAVE      TO WS-DT-ALUNO.
           MOVE SRT-NOME       TO WS-DT-NOME.
           MOVE SRT-TURMA      TO WS-DT-TURMA.
           MOVE SRT-BASE       TO WS-DT-BASE.
           MOVE SRT-DESC-BOLSA TO WS-DT-BOLSA.
           MOVE SRT-DESC-IRMAO TO WS-DT-IRMAO.
           MOVE SRT-VALOR      TO WS-DT-VALOR.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           ADD SRT-VALOR TO WS-INV-TOTAL.
           ADD 1 TO WS-QTD-ALUNOS-FATURA.
           IF WS-QTD-ALUNOS-FATURA IS EQUAL TO 1
             MOVE SRT-NOME TO WS-ALUNO-FATURA
           END-IF.
      *
       IMPRIMIR-ENCARGOS.
           MOVE SRT-CHAVE      TO WS-CH-NUMERO.
           MOVE SRT-BASE       TO WS-CH-SALDO.
           MOVE SRT-MULTA      TO WS-CH-MULTA.
           MOVE SRT-JUROS      TO WS-CH-JUROS.
           MOVE WS-CHARGE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           ADD SRT-VALOR TO WS-INV-TOTAL.
      *
      * A FULL SCHOLARSHIP WITH NOTHING OVERDUE BILLS NOTHING - NO
      * ZERO INVOICE IS SENT TO RECEIVABLES.
       FECHAR-FATURA.
           IF WS-INV-TOTAL IS EQUAL TO ZEROES
             MOVE WS-NO-INVOICE-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             ADD 1 TO WS-QTD-SEM-FATURA
           ELSE
             ADD 1 TO WS-INV-NUMERO
             ADD 1 TO WS-QTD-FATURAS
             MOVE WS-INV-NUMERO     TO WS-IH-NUMERO
             MOVE WS-CLIENTE-ATUAL  TO WS-IH-CLIENTE
             MOVE WS-NOME-ATUAL     TO WS-IH-NOME
             MOVE WS-INV-TOTAL      TO WS-IT-TOTAL
             MOVE WS-INV-TOTAL-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE WS-INV-HEADER-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
      *
             MOVE WS-INV-NUMERO    TO INV-NUMERO
             MOVE WS-CLIENTE-ATUAL TO INV-CLIENTE
             IF WS-QTD-ALUNOS-FATURA IS GREATER THAN 1
               MOVE WS-QTD-ALUNOS-FATURA TO WS-VA-QTD
               MOVE WS-VARIOS-ALUNOS     TO INV-PASSAGEIRO
             ELSE
               IF WS-QTD-ALUNOS-FATURA IS EQUAL TO 1
                 MOVE WS-ALUNO-FATURA  TO INV-PASSAGEIRO
               ELSE
                 MOVE 'ENCARGOS DE MENSALIDADE' TO INV-PASSAGEIRO
               END-IF
             END-IF
             MOVE WS-MES-FATURAR   TO INV-MES
             MOVE WS-INV-TOTAL     TO INV-TOTAL
             MOVE WS-CPF-ATUAL     TO INV-CPF-CNPJ
             WRITE INV-REC
             MOVE WS-INV-STATUS  TO WS-FILE-STATUS
             MOVE 'INVOICE-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
      *
             ADD WS-INV-TOTAL TO WS-CONTROL-TOT
           END-IF.
      *
       GRAVAR-EXCECAO.
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
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ALUNOS LIDOS NO ALUNFILE:'        TO WS-SM-LIT.
           MOVE WS-QTD-ALUNOS                      TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ALUNOS NAO FATURADOS (MENSEXC):'  TO WS-SM-LIT.
           MOVE WS-QTD-REJEITADOS                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'FATURAS VENCIDAS COM ENCARGOS:'   TO WS-SM-LIT.
           MOVE WS-QTD-ENCARGOS                    TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'FATURAS EMITIDAS:'                TO WS-SM-LIT.
           MOVE WS-QTD-FATURAS                     TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'RESPONSAVEIS SEM FATURA (BOLSA):' TO WS-SM-LIT.
           MOVE WS-QTD-SEM-FATURA                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE STUDENT-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE INVOICE-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           COPY CPYPRMPD.
           COPY CPYFILCHK.
