      ******************************************************************
      * FILE NAME   : EXERC077                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : RECEIVABLES-TO-GL POSTING INTERFACE - TURNS THE  *
      *               MONTH'S ARMOVTO MOVEMENTS EXERC039 POSTED INTO   *
      *               A BALANCED JOURNAL FOR THE EXERC042 LEDGER:      *
      *               INVOICES (EXERC022'S INVSUMM) DEBIT RECEIVABLES  *
      *               AND CREDIT RENTAL REVENUE, RECEIPTS DEBIT CASH   *
      *               AND CREDIT RECEIVABLES, WRITE-OFFS DEBIT BAD     *
      *               DEBT AND CREDIT RECEIVABLES. EVERY ACCOUNT COMES *
      *               FROM THE ARGLMAP MAPPING FILE AND IS VALIDATED   *
      *               AGAINST COAFILE; AN INVALID ACCOUNT, AN INVOICE  *
      *               TOTAL THAT DOES NOT MATCH INVSUMM OR AN          *
      *               UNKNOWN MOVEMENT TYPE LEAVES THE JOURNAL EMPTY   *
      *               AND ENDS THE STEP WITH RETURN-CODE 8             *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - ACCOUNTING WAS KEYING THE       *
      *                MONTH'S SALES AND RECEIVABLES INTO THE LEDGER   *
      *                BY HAND. ARGLMAP HAS THE SAME SHAPE AS THE      *
      *                EXERC034 FOLHAMAP: 'REC' RECEIVABLES, 'RCT'     *
      *                RENTAL REVENUE, 'CXA' CASH, 'PDD' BAD DEBT. ONE *
      *                LINE PER ACCOUNT AND SIDE, COMPANY LEVEL (CC    *
      *                ZERO), IN THE ALUGBCTL BILLING MONTH'S PERIOD.  *
      * 2026-10-15 JM  TUITION INVOICES FROM EXERC086 (NUMBERED ABOVE  *
      *                900000) NOW CREDIT TUITION REVENUE, ARGLMAP     *
      *                'MEN', INSTEAD OF RENTAL REVENUE. INVSUMM IS    *
      *                READ TOGETHER WITH THE MENSSUMM GENERATION.     *
      * 2026-10-15 JM  COA-REC CARRIES THE NEW COA-CLASSE, COA-LINHA   *
      *                AND COA-LINHA-TITULO THAT PLACE THE ACCOUNT ON  *
      *                THE EXERC109 BALANCE SHEET AND INCOME           *
      *                STATEMENT.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC077.
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
           SELECT MOVEMENT-FILE  ASSIGN TO ARMOVTO
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MOV-STATUS.
      *
           SELECT INVOICE-FILE   ASSIGN TO INVSUMM
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-INV-STATUS.
      *
           SELECT MAP-FILE       ASSIGN TO ARGLMAP
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MAP-STATUS.
      *
           SELECT COA-FILE       ASSIGN TO COAFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS COA-CONTA
                                  FILE STATUS IS WS-COA-STATUS.
      *
           SELECT JOURNAL-FILE   ASSIGN TO ARGL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-JRN-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO ARGLRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO ARGLEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-MES            PIC 9(02).
      *
      * SAME LAYOUT EXERC039 WRITES.
       FD  MOVEMENT-FILE.
       01  MOV-REC.
           05  MOV-TIPO           PIC X(01).
               88  MOV-FATURA-EMITIDA VALUE 'F'.
               88  MOV-RECEBIMENTO    VALUE 'R'.
               88  MOV-BAIXA          VALUE 'B'.
           05  MOV-CLIENTE        PIC 9(06).
           05  MOV-FATURA         PIC 9(06).
           05  MOV-MES            PIC 9(02).
           05  MOV-DATA           PIC 9(08).
           05  MOV-VALOR          PIC 9(08)V9(02).
           05  MOV-HISTORICO      PIC X(30).
      *
       FD  INVOICE-FILE.
       01  INV-REC.
           05  INV-NUMERO         PIC 9(06).
           05  INV-CLIENTE        PIC 9(06).
           05  INV-PASSAGEIRO     PIC X(30).
           05  INV-MES            PIC 9(02).
           05  INV-TOTAL          PIC 9(08)V9(02).
           05  INV-CPF-CNPJ       PIC X(14).
      *
      * ACCOUNT MAPPING - 'REC' RECEIVABLES, 'RCT' RENTAL REVENUE,
      * 'MEN' TUITION REVENUE, 'CXA' CASH, 'PDD' BAD-DEBT EXPENSE.
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
       01  WS-MOV-STATUS          PIC X(02) VALUE SPACES.
       01  WS-INV-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS          PIC X(02) VALUE SPACES.
       01  WS-JRN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-MOV             PIC X(01) VALUE 'N'.
       01  WS-EOF-INV             PIC X(01) VALUE 'N'.
       01  WS-EOF-MAP             PIC X(01) VALUE 'N'.
      *
       01  WS-CONTA-RECEBER       PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-RECEITA       PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-MENSALIDADE   PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-CAIXA         PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-PDD           PIC 9(06) VALUE ZEROES.
      *
       01  WS-TOT-FATURADO        PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-INVSUMM         PIC 9(10)V9(02) VALUE ZEROES.
      * EXERC086 NUMBERS THE TUITION INVOICES ABOVE 900000; WHAT IS
      * INVOICED BELOW THAT IS RENTAL.
       01  WS-INV-BASE-MENS       PIC 9(06) VALUE 900000.
       01  WS-TOT-FAT-MENS        PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-FAT-ALUGUEL     PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-RECEBIDO        PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-BAIXADO         PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-DEBITOS         PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-TOT-CREDITOS        PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-POSTING-OK          PIC X(01) VALUE 'S'.
       01  WS-CONTA-VERIFICADA    PIC 9(06) VALUE ZEROES.
      *
      * ONE POSTING LINE IN HAND - FILLED BY GRAVAR-LANCAMENTOS AND
      * WRITTEN/PRINTED/TOTALLED BY GRAVAR-UM-LANCAMENTO.
       01  WS-LANC-CONTA          PIC 9(06) VALUE ZEROES.
       01  WS-LANC-DC             PIC X(01) VALUE SPACE.
       01  WS-LANC-VALOR          PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-LANC-DESC           PIC X(20) VALUE SPACES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-TIPO         PIC X(03).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-CONTA        PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-VALOR        PIC -ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-CONTA        PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DC           PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DESCRICAO    PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VALOR        COPY CPYAMT.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
      * THE JOURNAL GOES INTO THE BILLING MONTH, NOT THE RUN MONTH.
       01  WS-MES-FATURA          PIC 9(02) VALUE ZEROES.
       01  WS-ANO-MES             PIC 9(06) VALUE ZEROES.
       01  WS-ANO-MES-R REDEFINES WS-ANO-MES.
           05  WS-AM-AAAA         PIC 9(04).
           05  WS-AM-MM           PIC 9(02).
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
           PERFORM ACUMULAR-MOVIMENTO
             WITH TEST AFTER
             UNTIL WS-EOF-MOV IS EQUAL TO 'Y'.
      *
           PERFORM ACUMULAR-FATURA
             WITH TEST AFTER
             UNTIL WS-EOF-INV IS EQUAL TO 'Y'.
      *
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
           MOVE CTL-MES TO WS-MES-FATURA.
           CLOSE CONTROL-FILE.
      *
           IF WS-MES-FATURA IS LESS THAN 1 OR
              WS-MES-FATURA IS GREATER THAN 12
             DISPLAY 'EXERC077 - MES INVALIDO NO ALUGBCTL: '
                     WS-MES-FATURA
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           MOVE WS-RUN-YYYY   TO WS-AM-AAAA.
           MOVE WS-MES-FATURA TO WS-AM-MM.
           IF WS-MES-FATURA IS GREATER THAN WS-RUN-MM
             SUBTRACT 1 FROM WS-AM-AAAA
           END-IF.
      *
           OPEN INPUT  MOVEMENT-FILE.
           MOVE WS-MOV-STATUS   TO WS-FILE-STATUS.
           MOVE 'MOVEMENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  INVOICE-FILE.
           MOVE WS-INV-STATUS  TO WS-FILE-STATUS.
           MOVE 'INVOICE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
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
           MOVE 'EXERC077'                    TO RP-HDR-PROGRAM.
           MOVE 'INTERFACE CONTABIL - RECEBER' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT               TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                     TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
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
             EVALUATE MAP-TIPO
               WHEN 'REC'
                 MOVE MAP-CONTA TO WS-CONTA-RECEBER
               WHEN 'RCT'
                 MOVE MAP-CONTA TO WS-CONTA-RECEITA
               WHEN 'MEN'
                 MOVE MAP-CONTA TO WS-CONTA-MENSALIDADE
               WHEN 'CXA'
                 MOVE MAP-CONTA TO WS-CONTA-CAIXA
               WHEN 'PDD'
                 MOVE MAP-CONTA TO WS-CONTA-PDD
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *
       ACUMULAR-MOVIMENTO.
           READ MOVEMENT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-MOV
           END-READ.
           MOVE WS-MOV-STATUS   TO WS-FILE-STATUS.
           MOVE 'MOVEMENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-MOV IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             EVALUATE TRUE
               WHEN MOV-FATURA-EMITIDA
                 ADD MOV-VALOR TO WS-TOT-FATURADO
                 IF MOV-FATURA IS GREATER THAN WS-INV-BASE-MENS
                   ADD MOV-VALOR TO WS-TOT-FAT-MENS
                 ELSE
                   ADD MOV-VALOR TO WS-TOT-FAT-ALUGUEL
                 END-IF
               WHEN MOV-RECEBIMENTO
                 ADD MOV-VALOR TO WS-TOT-RECEBIDO
               WHEN MOV-BAIXA
                 ADD MOV-VALOR TO WS-TOT-BAIXADO
               WHEN OTHER
                 MOVE MOV-TIPO  TO WS-EX-TIPO
                 MOVE ZEROES    TO WS-EX-CONTA
                 MOVE MOV-VALOR TO WS-EX-VALOR
                 MOVE 'TIPO DE MOVIMENTO DESCONHECIDO NO ARMOVTO'
                   TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
             END-EVALUATE
           END-IF.
      *
      * THE INVOICES EXERC039 LOADED MUST BE EXACTLY THE ONES EXERC022
      * AND EXERC086 CUT - A DIFFERENT TOTAL MEANS THE GENERATIONS DO
      * NOT BELONG TOGETHER AND NOTHING IS POSTED.
       ACUMULAR-FATURA.
           READ INVOICE-FILE
             AT END
               MOVE 'Y' TO WS-EOF-INV
           END-READ.
           MOVE WS-INV-STATUS  TO WS-FILE-STATUS.
           MOVE 'INVOICE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-INV IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD INV-TOTAL TO WS-TOT-INVSUMM
           END-IF.
      *
      * ONLY THE ACCOUNTS THIS MONTH'S MOVEMENTS ACTUALLY USE ARE
      * REQUIRED - A MONTH WITHOUT WRITE-OFFS NEEDS NO 'PDD'.
       VALIDAR-CONTAS.
           IF WS-TOT-FATURADO IS GREATER THAN ZEROES OR
              WS-TOT-RECEBIDO IS GREATER THAN ZEROES OR
              WS-TOT-BAIXADO IS GREATER THAN ZEROES
             MOVE 'REC' TO WS-EX-TIPO
             MOVE WS-CONTA-RECEBER TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-TOT-FAT-ALUGUEL IS GREATER THAN ZEROES
             MOVE 'RCT' TO WS-EX-TIPO
             MOVE WS-CONTA-RECEITA TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-TOT-FAT-MENS IS GREATER THAN ZEROES
             MOVE 'MEN' TO WS-EX-TIPO
             MOVE WS-CONTA-MENSALIDADE TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-TOT-RECEBIDO IS GREATER THAN ZEROES
             MOVE 'CXA' TO WS-EX-TIPO
             MOVE WS-CONTA-CAIXA TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-TOT-BAIXADO IS GREATER THAN ZEROES
             MOVE 'PDD' TO WS-EX-TIPO
             MOVE WS-CONTA-PDD TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
      *
       VERIFICAR-UMA-CONTA.
           MOVE ZEROES TO WS-EX-VALOR.
           IF WS-CONTA-VERIFICADA IS EQUAL TO ZEROES
             MOVE ZEROES TO WS-EX-CONTA
             MOVE 'SEM CONTA MAPEADA NO ARGLMAP' TO WS-EX-LIT
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
       VERIFICAR-BALANCEAMENTO.
           IF WS-TOT-FATURADO IS NOT EQUAL TO WS-TOT-INVSUMM
             MOVE 'RCT' TO WS-EX-TIPO
             MOVE WS-CONTA-RECEITA TO WS-EX-CONTA
             COMPUTE WS-EX-VALOR = WS-TOT-FATURADO - WS-TOT-INVSUMM
             MOVE 'FATURADO NO ARMOVTO DIFERE DO INVSUMM'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
      * EACH SIDE OF EACH KIND OF MOVEMENT IS ONE LINE; A KIND WITH
      * NOTHING THIS MONTH WRITES NOTHING.
       GRAVAR-LANCAMENTOS.
           IF WS-TOT-FATURADO IS GREATER THAN ZEROES
             MOVE WS-CONTA-RECEBER TO WS-LANC-CONTA
             MOVE 'D'              TO WS-LANC-DC
             MOVE WS-TOT-FATURADO  TO WS-LANC-VALOR
             MOVE 'FATURAS EMITIDAS'   TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-TOT-FAT-ALUGUEL IS GREATER THAN ZEROES
             MOVE WS-CONTA-RECEITA TO WS-LANC-CONTA
             MOVE 'C'              TO WS-LANC-DC
             MOVE WS-TOT-FAT-ALUGUEL TO WS-LANC-VALOR
             MOVE 'RECEITA LOCACAO'    TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-TOT-FAT-MENS IS GREATER THAN ZEROES
             MOVE WS-CONTA-MENSALIDADE TO WS-LANC-CONTA
             MOVE 'C'              TO WS-LANC-DC
             MOVE WS-TOT-FAT-MENS  TO WS-LANC-VALOR
             MOVE 'RECEITA MENSALIDADE' TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-TOT-RECEBIDO IS GREATER THAN ZEROES
             MOVE WS-CONTA-CAIXA   TO WS-LANC-CONTA
             MOVE 'D'              TO WS-LANC-DC
             MOVE WS-TOT-RECEBIDO  TO WS-LANC-VALOR
             MOVE 'RECEBIMENTOS'       TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-RECEBER TO WS-LANC-CONTA
             MOVE 'C'              TO WS-LANC-DC
             MOVE 'BAIXA POR RECEBIM.' TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-TOT-BAIXADO IS GREATER THAN ZEROES
             MOVE WS-CONTA-PDD     TO WS-LANC-CONTA
             MOVE 'D'              TO WS-LANC-DC
             MOVE WS-TOT-BAIXADO   TO WS-LANC-VALOR
             MOVE 'PERDA COM CLIENTES' TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-RECEBER TO WS-LANC-CONTA
             MOVE 'C'              TO WS-LANC-DC
             MOVE 'BAIXA INCOBRAVEL'   TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
       GRAVAR-UM-LANCAMENTO.
           MOVE WS-ANO-MES     TO JRN-PERIODO.
           MOVE WS-LANC-CONTA  TO JRN-CONTA.
           MOVE WS-LANC-DC     TO JRN-DC.
           MOVE WS-LANC-VALOR  TO JRN-VALOR.
           MOVE 'EXERC077'     TO JRN-ORIGEM.
           MOVE WS-LANC-DESC   TO JRN-DESCRICAO.
           MOVE ZEROES         TO JRN-CC.
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
           MOVE WS-LANC-CONTA  TO WS-DT-CONTA.
           MOVE WS-LANC-DC     TO WS-DT-DC.
           MOVE WS-LANC-DESC   TO WS-DT-DESCRICAO.
           MOVE WS-LANC-VALOR  TO WS-DT-VALOR.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-EXCECAO.
           MOVE 'N' TO WS-POSTING-OK.
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
           CLOSE MOVEMENT-FILE.
           CLOSE INVOICE-FILE.
           CLOSE MAP-FILE.
           CLOSE COA-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           COPY CPYFILCHK.
