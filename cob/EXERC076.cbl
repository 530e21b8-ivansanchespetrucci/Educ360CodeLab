      ******************************************************************
      * FILE NAME   : EXERC076                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTHLY CUSTOMER ACCOUNT STATEMENT (EXTRATO) -   *
      *               PER CUST-NUMERO, THE OPENING BALANCE FROM THE    *
      *               PRIOR AROPEN GENERATION, EVERY INVOICE, RECEIPT  *
      *               AND WRITE-OFF EXERC039 POSTED THIS MONTH (FROM   *
      *               ARMOVTO), THE CHARGEBACKS BILLED ON THE MONTH'S  *
      *               INVOICES, THE CLOSING BALANCE AND AN AGING BOX   *
      *               FROM THE NEW ARONEW GENERATION. PRINTS EXTRRPT,  *
      *               WRITES THE EXTRATO FILE FOR THE MAILING HOUSE    *
      *               AND LISTS ON EXTREXC ANY CUSTOMER WHOSE CLOSING  *
      *               BALANCE DOES NOT AGREE WITH THE LEDGER           *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - A CUSTOMER ASKING WHAT THEY OWE *
      *                COULD ONLY BE READ THE AGING LINE. A STATEMENT  *
      *                GOES TO EVERY CUSTOMER WITH A MOVEMENT OR AN    *
      *                OPEN BALANCE. CHARGEBACKS ARE SHOWN UNDER THE   *
      *                INVOICE THAT BILLED THEM - THEY ARE ALREADY IN  *
      *                ITS TOTAL. A CUSTOMER MISSING FROM CUSTMAST IS  *
      *                PRINTED BUT NOT SENT TO THE MAILING HOUSE.      *
      * 2026-10-15 JM  HIST-REC LAYOUT KEPT IN STEP WITH EXERC005 -    *
      *                THE HISTORY RECORD NOW ENDS WITH THE PICKUP AND *
      *                RETURN BRANCHES OF THE TRIP.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC076.
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
           SELECT AROPEN-FILE    ASSIGN TO AROPEN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ARO-STATUS.
      *
           SELECT MOVEMENT-FILE  ASSIGN TO ARMOVTO
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MOV-STATUS.
      *
           SELECT HISTORY-FILE   ASSIGN TO ALUGHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT ARONEW-FILE    ASSIGN TO ARONEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ARN-STATUS.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CUST-NUMERO
                                  FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT STATEMENT-FILE ASSIGN TO EXTRATO
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-EXT-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO EXTRRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO EXTREXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-MES            PIC 9(02).
      *
      * THE LEDGER AS IT STOOD BEFORE THIS MONTH'S EXERC039 RUN.
       FD  AROPEN-FILE.
       01  ARO-REC.
           05  ARO-NUMERO         PIC 9(06).
           05  ARO-CLIENTE        PIC 9(06).
           05  ARO-MES            PIC 9(02).
           05  ARO-DATA-FATURA    PIC 9(08).
           05  ARO-VALOR-ORIG     PIC 9(08)V9(02).
           05  ARO-VALOR-ABERTO   PIC 9(08)V9(02).
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
      * SAME LAYOUT EXERC005 APPENDS.
       FD  HISTORY-FILE.
       01  HIST-REC.
           05  HIST-CLIENTE       PIC 9(06).
           05  HIST-NOME          PIC X(30).
           05  HIST-CIDADE        PIC X(30).
           05  HIST-DISTANCIA     PIC 9(03).
           05  HIST-MES           PIC 9(02).
           05  HIST-CUSTO         PIC 9(06)V9(02).
           05  HIST-PLACA         PIC X(07).
           05  HIST-CUSTO-KM      PIC 9(06)V9(02).
           05  HIST-CUSTO-DIARIA  PIC 9(06)V9(02).
           05  HIST-DATA-RUN      PIC 9(08).
           05  HIST-CONTRATO      PIC X(10).
           05  HIST-DESCONTO      PIC S9(06)V9(02).
           05  HIST-KM-FRANQUIA   PIC 9(03).
           05  HIST-FILIAL-RETIRADA PIC X(03).
           05  HIST-FILIAL-DEVOLUCAO PIC X(03).
      *
      * THE LEDGER EXERC039 HAS JUST WRITTEN - THE CLOSING BALANCES.
       FD  ARONEW-FILE.
       01  ARN-REC.
           05  ARN-NUMERO         PIC 9(06).
           05  ARN-CLIENTE        PIC 9(06).
           05  ARN-MES            PIC 9(02).
           05  ARN-DATA-FATURA    PIC 9(08).
           05  ARN-VALOR-ORIG     PIC 9(08)V9(02).
           05  ARN-VALOR-ABERTO   PIC 9(08)V9(02).
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
      * MAILING-HOUSE FILE - PER STATEMENT ONE 'H' HEADER (ADDRESSEE),
      * ONE 'M' PER LINE OF THE STATEMENT, ONE 'T' WITH THE TOTALS AND
      * ONE 'A' WITH THE AGING BOX. A 'C' LINE IS A CHARGEBACK ALREADY
      * INSIDE THE INVOICE ABOVE IT AND DOES NOT MOVE THE BALANCE.
       FD  STATEMENT-FILE.
       01  EXT-REC.
           05  EXT-TIPO           PIC X(01).
           05  EXT-CLIENTE        PIC 9(06).
           05  EXT-DADOS          PIC X(93).
           05  EXT-CABECALHO      REDEFINES EXT-DADOS.
               10  EXT-ANO-MES    PIC 9(06).
               10  EXT-DATA-EMISSAO PIC 9(08).
               10  EXT-NOME       PIC X(30).
               10  EXT-ENDERECO   PIC X(30).
               10  EXT-CPF-CNPJ   PIC X(14).
               10  FILLER         PIC X(05).
           05  EXT-MOVIMENTO      REDEFINES EXT-DADOS.
               10  EXT-MOV-TIPO   PIC X(01).
               10  EXT-MOV-DATA   PIC 9(08).
               10  EXT-FATURA     PIC 9(06).
               10  EXT-HISTORICO  PIC X(34).
               10  EXT-VALOR      PIC 9(08)V9(02).
               10  EXT-SALDO      PIC S9(10)V9(02).
               10  FILLER         PIC X(22).
           05  EXT-TOTAIS         REDEFINES EXT-DADOS.
               10  EXT-SALDO-ANTERIOR PIC 9(10)V9(02).
               10  EXT-DEBITOS    PIC 9(10)V9(02).
               10  EXT-CREDITOS   PIC 9(10)V9(02).
               10  EXT-SALDO-ATUAL PIC S9(10)V9(02).
               10  FILLER         PIC X(45).
           05  EXT-AGING          REDEFINES EXT-DADOS.
               10  EXT-CORRENTE   PIC 9(10)V9(02).
               10  EXT-30         PIC 9(10)V9(02).
               10  EXT-60         PIC 9(10)V9(02).
               10  EXT-90         PIC 9(10)V9(02).
               10  FILLER         PIC X(45).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-ARO-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MOV-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ARN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EXT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-ARO             PIC X(01) VALUE 'N'.
       01  WS-EOF-MOV             PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
       01  WS-EOF-ARN             PIC X(01) VALUE 'N'.
      *
       01  WS-MES-EXTRATO         PIC 9(02) VALUE ZEROES.
       01  WS-ANO-MES             PIC 9(06) VALUE ZEROES.
       01  WS-ANO-MES-R REDEFINES WS-ANO-MES.
           05  WS-AM-AAAA         PIC 9(04).
           05  WS-AM-MM           PIC 9(02).
      *
      * ONE ROW PER CUSTOMER FOUND ON ANY OF THE THREE LEDGER INPUTS.
       01  WS-CLI-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-CLI-TAB.
           05  WS-CLI-LINHA       OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-CLI-COUNT.
               10  WS-CLI-NUMERO    PIC 9(06).
               10  WS-CLI-ABERTURA  PIC 9(10)V9(02).
               10  WS-CLI-DEBITOS   PIC 9(10)V9(02).
               10  WS-CLI-CREDITOS  PIC 9(10)V9(02).
               10  WS-CLI-LEDGER    PIC 9(10)V9(02).
               10  WS-CLI-CORRENTE  PIC 9(10)V9(02).
               10  WS-CLI-30        PIC 9(10)V9(02).
               10  WS-CLI-60        PIC 9(10)V9(02).
               10  WS-CLI-90        PIC 9(10)V9(02).
               10  WS-CLI-QTD-MOV   PIC 9(04).
       01  WS-CLI-POS             PIC 9(04) VALUE ZEROES.
       01  WS-C                   PIC 9(04) VALUE ZEROES.
      *
      * THE MONTH'S MOVEMENTS IN ARMOVTO ORDER, CHARGEBACKS AFTER THEM.
       01  WS-MOV-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-MOV-TAB.
           05  WS-MOV-LINHA       OCCURS 1 TO 6000 TIMES
                                   DEPENDING ON WS-MOV-COUNT.
               10  WS-MV-TIPO       PIC X(01).
               10  WS-MV-CLIENTE    PIC 9(06).
               10  WS-MV-FATURA     PIC 9(06).
               10  WS-MV-MES        PIC 9(02).
               10  WS-MV-DATA       PIC 9(08).
               10  WS-MV-VALOR      PIC 9(08)V9(02).
               10  WS-MV-HISTORICO  PIC X(30).
       01  WS-M                   PIC 9(04) VALUE ZEROES.
       01  WS-K                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-CLIENTE-ATUAL       PIC 9(06) VALUE ZEROES.
       01  WS-CLIENTE-OK          PIC X(01) VALUE 'N'.
       01  WS-SALDO-CORRENTE      PIC S9(10)V9(02) VALUE ZEROES.
       01  WS-SALDO-FINAL         PIC S9(10)V9(02) VALUE ZEROES.
       01  WS-DIFERENCA           PIC S9(10)V9(02) VALUE ZEROES.
       01  WS-DIAS-ABERTO         PIC S9(05) VALUE ZEROES.
       01  WS-RUN-DATE-INT        PIC 9(07) VALUE ZEROES.
       01  WS-HISTORICO           PIC X(34) VALUE SPACES.
      *
       01  WS-DATA-EDIT-ENTRADA   PIC 9(08) VALUE ZEROES.
       01  WS-DATA-EDIT-ENTRADA-R REDEFINES WS-DATA-EDIT-ENTRADA.
           05  WS-DE-AAAA         PIC 9(04).
           05  WS-DE-MM           PIC 9(02).
           05  WS-DE-DD           PIC 9(02).
       01  WS-DATA-EDIT           PIC X(10).
      *
       01  WS-QTD-EXTRATOS        PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ENVIADOS        PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SEM-CADASTRO    PIC 9(05) VALUE ZEROES.
       01  WS-QTD-DIVERGENTES     PIC 9(05) VALUE ZEROES.
      *
       01  WS-CLI-HEADER-1.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(18) VALUE
               'EXTRATO DE CONTA  '.
           05  FILLER             PIC X(09) VALUE 'CLIENTE: '.
           05  WS-CH-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CH-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  FILLER             PIC X(10) VALUE 'CPF/CNPJ: '.
           05  WS-CH-CPF-CNPJ     PIC X(14).
       01  WS-CLI-HEADER-2.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE 'ENDERECO: '.
           05  WS-CH-ENDERECO     PIC X(30).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  FILLER             PIC X(09) VALUE 'PERIODO: '.
           05  WS-CH-MES          PIC 9(02).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-CH-ANO          PIC 9(04).
       01  WS-COL-HEADER.
           05  FILLER             PIC X(45) VALUE
               '   DATA        HISTORICO                     '.
           05  FILLER             PIC X(45) VALUE
               '      FATURA         DEBITO        CREDITO   '.
           05  FILLER             PIC X(13) VALUE
               '        SALDO'.
       01  WS-MOV-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-ML-DATA         PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-ML-HISTORICO    PIC X(34).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-ML-FATURA       PIC ZZZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-ML-DEBITO       PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-ML-CREDITO      PIC ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-ML-SALDO        PIC -ZZ.ZZZ.ZZ9,99.
      * A CHARGEBACK IS PART OF THE INVOICE ABOVE IT - ITS AMOUNT
      * PRINTS IN THE TEXT, NOT IN THE DEBIT COLUMN.
       01  WS-CBK-LINE.
           05  FILLER             PIC X(17) VALUE SPACES.
           05  FILLER             PIC X(08) VALUE 'INCLUI: '.
           05  WS-CB-HISTORICO    PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CB-VALOR        COPY CPYAMT.
       01  WS-AGING-HEADER.
           05  FILLER             PIC X(21) VALUE
               '   POSICAO EM ABERTO '.
           05  FILLER             PIC X(15) VALUE '       CORRENTE'.
           05  FILLER             PIC X(15) VALUE '        30 DIAS'.
           05  FILLER             PIC X(15) VALUE '        60 DIAS'.
           05  FILLER             PIC X(15) VALUE '       90+ DIAS'.
       01  WS-AGING-LINE.
           05  FILLER             PIC X(21) VALUE SPACES.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AG-CORRENTE     COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AG-30           COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AG-60           COPY CPYAMT.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AG-90           COPY CPYAMT.
       01  WS-SUM-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(40).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-EXTRATO      PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LEDGER       PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-DIFERENCA    PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
      *
       01  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       01  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
       01  WS-RECS-WRTN           PIC 9(07) VALUE ZEROES.
       01  WS-CONTROL-TOT         PIC 9(10)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM CARREGAR-SALDO-ANTERIOR.
      *
           PERFORM CARREGAR-MOVIMENTO
             WITH TEST AFTER
             UNTIL WS-EOF-MOV IS EQUAL TO 'Y'.
      *
           PERFORM CARREGAR-COBRANCA
             WITH TEST AFTER
             UNTIL WS-EOF-HIST IS EQUAL TO 'Y'.
      *
           PERFORM CARREGAR-LEDGER
             WITH TEST AFTER
             UNTIL WS-EOF-ARN IS EQUAL TO 'Y'.
      *
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CLI-COUNT
             IF WS-CLI-QTD-MOV(WS-C) IS GREATER THAN ZEROES OR
                WS-CLI-ABERTURA(WS-C) IS GREATER THAN ZEROES OR
                WS-CLI-LEDGER(WS-C) IS GREATER THAN ZEROES
               MOVE WS-CLI-NUMERO(WS-C) TO WS-CLIENTE-ATUAL
               PERFORM EMITIR-EXTRATO
             END-IF
           END-PERFORM.
      *
           PERFORM IMPRIMIR-RESUMO.
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
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-NUM(1:4).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-NUM(5:2).
           MOVE WS-RUN-DD   TO WS-RUN-DATE-NUM(7:2).
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
      *
           OPEN INPUT  CONTROL-FILE.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTROL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           READ CONTROL-FILE.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTROL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE CTL-MES TO WS-MES-EXTRATO.
           CLOSE CONTROL-FILE.
      *
           IF WS-MES-EXTRATO IS LESS THAN 1 OR
              WS-MES-EXTRATO IS GREATER THAN 12
             DISPLAY 'EXERC076 - MES INVALIDO NO ALUGBCTL: '
                     WS-MES-EXTRATO
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           MOVE WS-RUN-YYYY    TO WS-AM-AAAA.
           MOVE WS-MES-EXTRATO TO WS-AM-MM.
           IF WS-MES-EXTRATO IS GREATER THAN WS-RUN-MM
             SUBTRACT 1 FROM WS-AM-AAAA
           END-IF.
      *
           OPEN INPUT  MOVEMENT-FILE.
           MOVE WS-MOV-STATUS   TO WS-FILE-STATUS.
           MOVE 'MOVEMENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  HISTORY-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  ARONEW-FILE.
           MOVE WS-ARN-STATUS TO WS-FILE-STATUS.
           MOVE 'ARONEW-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  CUSTOMER-MASTER.
           MOVE WS-CUST-STATUS    TO WS-FILE-STATUS.
           MOVE 'CUSTOMER-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT STATEMENT-FILE.
           MOVE WS-EXT-STATUS    TO WS-FILE-STATUS.
           MOVE 'STATEMENT-FILE' TO WS-FILE-ID.
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
           MOVE 'EXERC076'                   TO RP-HDR-PROGRAM.
           MOVE 'EXTRATO DE CONTA DO CLIENTE' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A MISSING AROPEN IS THE LEDGER'S FIRST MONTH - EVERY OPENING
      * BALANCE IS ZERO.
       CARREGAR-SALDO-ANTERIOR.
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
           IF WS-EOF-ARO IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE ARO-CLIENTE TO WS-CLIENTE-ATUAL
             PERFORM LOCALIZAR-CLIENTE
             ADD ARO-VALOR-ABERTO TO WS-CLI-ABERTURA(WS-CLI-POS)
           END-IF.
      *
       CARREGAR-MOVIMENTO.
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
             MOVE MOV-CLIENTE TO WS-CLIENTE-ATUAL
             PERFORM LOCALIZAR-CLIENTE
             IF MOV-FATURA-EMITIDA
               ADD MOV-VALOR TO WS-CLI-DEBITOS(WS-CLI-POS)
             ELSE
               ADD MOV-VALOR TO WS-CLI-CREDITOS(WS-CLI-POS)
             END-IF
             PERFORM INCLUIR-MOVIMENTO
             MOVE MOV-TIPO      TO WS-MV-TIPO(WS-MOV-COUNT)
             MOVE MOV-FATURA    TO WS-MV-FATURA(WS-MOV-COUNT)
             MOVE MOV-MES       TO WS-MV-MES(WS-MOV-COUNT)
             MOVE MOV-DATA      TO WS-MV-DATA(WS-MOV-COUNT)
             MOVE MOV-VALOR     TO WS-MV-VALOR(WS-MOV-COUNT)
             MOVE MOV-HISTORICO TO WS-MV-HISTORICO(WS-MOV-COUNT)
           END-IF.
      *
      * CHARGEBACKS EXERC072 PUT ON ALUGHIST FOR THE STATEMENT MONTH,
      * SELECTED ON HIST-MES AS EXERC022 INVOICES THEM AND HELD TO
      * THIS YEAR'S RUN. EACH IS TIED TO THE CUSTOMER'S INVOICE OF THE
      * MONTH SO IT PRINTS UNDER IT.
       CARREGAR-COBRANCA.
           READ HISTORY-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HIST
           END-READ.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HIST IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF HIST-MES IS EQUAL TO WS-MES-EXTRATO AND
                HIST-DATA-RUN(1:6) IS EQUAL TO WS-ANO-MES AND
                HIST-CIDADE(1:9) IS EQUAL TO 'COBRANCA '
               MOVE HIST-CLIENTE TO WS-CLIENTE-ATUAL
               PERFORM LOCALIZAR-CLIENTE
               PERFORM INCLUIR-MOVIMENTO
               MOVE 'C'           TO WS-MV-TIPO(WS-MOV-COUNT)
               MOVE ZEROES        TO WS-MV-FATURA(WS-MOV-COUNT)
               MOVE HIST-MES      TO WS-MV-MES(WS-MOV-COUNT)
               MOVE HIST-DATA-RUN TO WS-MV-DATA(WS-MOV-COUNT)
               MOVE HIST-CUSTO    TO WS-MV-VALOR(WS-MOV-COUNT)
               MOVE HIST-CIDADE   TO WS-MV-HISTORICO(WS-MOV-COUNT)
               PERFORM VARYING WS-K FROM 1 BY 1
                       UNTIL WS-K > WS-MOV-COUNT
                 IF WS-MV-TIPO(WS-K) IS EQUAL TO 'F' AND
                    WS-MV-CLIENTE(WS-K) IS EQUAL TO HIST-CLIENTE AND
                    WS-MV-MES(WS-K) IS EQUAL TO HIST-MES
                   MOVE WS-MV-FATURA(WS-K)
                     TO WS-MV-FATURA(WS-MOV-COUNT)
                   MOVE WS-MOV-COUNT TO WS-K
                 END-IF
               END-PERFORM
             END-IF
           END-IF.
      *
      * CLOSING BALANCE PER CUSTOMER, AGED AS EXERC039 AGES IT.
       CARREGAR-LEDGER.
           READ ARONEW-FILE
             AT END
               MOVE 'Y' TO WS-EOF-ARN
           END-READ.
           MOVE WS-ARN-STATUS TO WS-FILE-STATUS.
           MOVE 'ARONEW-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ARN IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE ARN-CLIENTE TO WS-CLIENTE-ATUAL
             PERFORM LOCALIZAR-CLIENTE
             ADD ARN-VALOR-ABERTO TO WS-CLI-LEDGER(WS-CLI-POS)
             COMPUTE WS-DIAS-ABERTO = WS-RUN-DATE-INT
                 - FUNCTION INTEGER-OF-DATE(ARN-DATA-FATURA)
             EVALUATE TRUE
               WHEN WS-DIAS-ABERTO IS LESS THAN 30
                 ADD ARN-VALOR-ABERTO TO WS-CLI-CORRENTE(WS-CLI-POS)
               WHEN WS-DIAS-ABERTO IS LESS THAN 60
                 ADD ARN-VALOR-ABERTO TO WS-CLI-30(WS-CLI-POS)
               WHEN WS-DIAS-ABERTO IS LESS THAN 90
                 ADD ARN-VALOR-ABERTO TO WS-CLI-60(WS-CLI-POS)
               WHEN OTHER
                 ADD ARN-VALOR-ABERTO TO WS-CLI-90(WS-CLI-POS)
             END-EVALUATE
           END-IF.
      *
       LOCALIZAR-CLIENTE.
           MOVE ZEROES TO WS-CLI-POS.
           PERFORM VARYING WS-C FROM 1 BY 1
                   UNTIL WS-C > WS-CLI-COUNT
             IF WS-CLI-NUMERO(WS-C) IS EQUAL TO WS-CLIENTE-ATUAL
               MOVE WS-C TO WS-CLI-POS
               MOVE WS-CLI-COUNT TO WS-C
             END-IF
           END-PERFORM.
           IF WS-CLI-POS IS EQUAL TO ZEROES
             PERFORM INCLUIR-CLIENTE-TABELA
           END-IF.
      *
       INCLUIR-CLIENTE-TABELA.
           IF WS-CLI-COUNT IS NOT LESS THAN 3000
             DISPLAY 'EXERC076 - MAIS DE 3000 CLIENTES NO EXTRATO - '
                     'RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-CLI-COUNT.
           MOVE WS-CLI-COUNT     TO WS-CLI-POS.
           MOVE WS-CLIENTE-ATUAL TO WS-CLI-NUMERO(WS-CLI-POS).
           MOVE ZEROES TO WS-CLI-ABERTURA(WS-CLI-POS).
           MOVE ZEROES TO WS-CLI-DEBITOS(WS-CLI-POS).
           MOVE ZEROES TO WS-CLI-CREDITOS(WS-CLI-POS).
           MOVE ZEROES TO WS-CLI-LEDGER(WS-CLI-POS).
           MOVE ZEROES TO WS-CLI-CORRENTE(WS-CLI-POS).
           MOVE ZEROES TO WS-CLI-30(WS-CLI-POS).
           MOVE ZEROES TO WS-CLI-60(WS-CLI-POS).
           MOVE ZEROES TO WS-CLI-90(WS-CLI-POS).
           MOVE ZEROES TO WS-CLI-QTD-MOV(WS-CLI-POS).
      *
       INCLUIR-MOVIMENTO.
           IF WS-MOV-COUNT IS NOT LESS THAN 6000
             DISPLAY 'EXERC076 - MAIS DE 6000 MOVIMENTOS NO MES - '
                     'RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-MOV-COUNT.
           MOVE WS-CLIENTE-ATUAL TO WS-MV-CLIENTE(WS-MOV-COUNT).
           ADD 1 TO WS-CLI-QTD-MOV(WS-CLI-POS).
      *
      * ONE STATEMENT: HEADER, OPENING BALANCE, THE MOVEMENTS WITH A
      * RUNNING BALANCE, CLOSING BALANCE AND THE AGING BOX. THE
      * CLOSING BALANCE IS CHECKED AGAINST WHAT ARONEW CARRIES.
       EMITIR-EXTRATO.
           MOVE WS-C TO WS-CLI-POS.
           ADD 1 TO WS-QTD-EXTRATOS.
           PERFORM LER-CLIENTE.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CLIENTE-ATUAL TO WS-CH-CLIENTE.
           MOVE CUST-NOME        TO WS-CH-NOME.
           MOVE CUST-CPF-CNPJ    TO WS-CH-CPF-CNPJ.
           MOVE WS-CLI-HEADER-1  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE CUST-ENDERECO    TO WS-CH-ENDERECO.
           MOVE WS-AM-MM         TO WS-CH-MES.
           MOVE WS-AM-AAAA       TO WS-CH-ANO.
           MOVE WS-CLI-HEADER-2  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-CLIENTE-OK IS EQUAL TO 'S'
             ADD 1 TO WS-QTD-ENVIADOS
             MOVE SPACES           TO EXT-REC
             MOVE 'H'              TO EXT-TIPO
             MOVE WS-CLIENTE-ATUAL TO EXT-CLIENTE
             MOVE WS-ANO-MES       TO EXT-ANO-MES
             MOVE WS-RUN-DATE-NUM  TO EXT-DATA-EMISSAO
             MOVE CUST-NOME        TO EXT-NOME
             MOVE CUST-ENDERECO    TO EXT-ENDERECO
             MOVE CUST-CPF-CNPJ    TO EXT-CPF-CNPJ
             PERFORM GRAVAR-EXTRATO
           ELSE
             ADD 1 TO WS-QTD-SEM-CADASTRO
             MOVE WS-CLI-ABERTURA(WS-CLI-POS) TO WS-EX-EXTRATO
             MOVE WS-CLI-LEDGER(WS-CLI-POS)   TO WS-EX-LEDGER
             MOVE ZEROES                      TO WS-EX-DIFERENCA
             MOVE 'CLIENTE FORA DO CUSTMAST - NAO ENVIADO'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
           MOVE WS-CLI-ABERTURA(WS-CLI-POS) TO WS-SALDO-CORRENTE.
           MOVE SPACES                TO WS-ML-DATA.
           MOVE 'SALDO ANTERIOR'      TO WS-ML-HISTORICO.
           MOVE ZEROES                TO WS-ML-FATURA.
           MOVE ZEROES                TO WS-ML-DEBITO.
           MOVE ZEROES                TO WS-ML-CREDITO.
           MOVE WS-SALDO-CORRENTE     TO WS-ML-SALDO.
           MOVE WS-MOV-LINE           TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-M FROM 1 BY 1
                   UNTIL WS-M > WS-MOV-COUNT
             IF WS-MV-CLIENTE(WS-M) IS EQUAL TO WS-CLIENTE-ATUAL
               IF WS-MV-TIPO(WS-M) IS NOT EQUAL TO 'C'
                 PERFORM IMPRIMIR-MOVIMENTO
               ELSE
                 IF WS-MV-FATURA(WS-M) IS EQUAL TO ZEROES
                   MOVE WS-M TO WS-K
                   PERFORM IMPRIMIR-COBRANCA
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
      *
           COMPUTE WS-SALDO-FINAL = WS-CLI-ABERTURA(WS-CLI-POS)
               + WS-CLI-DEBITOS(WS-CLI-POS)
               - WS-CLI-CREDITOS(WS-CLI-POS).
           MOVE SPACES                TO WS-ML-DATA.
           MOVE 'SALDO ATUAL'         TO WS-ML-HISTORICO.
           MOVE ZEROES                TO WS-ML-FATURA.
           MOVE WS-CLI-DEBITOS(WS-CLI-POS)  TO WS-ML-DEBITO.
           MOVE WS-CLI-CREDITOS(WS-CLI-POS) TO WS-ML-CREDITO.
           MOVE WS-SALDO-FINAL        TO WS-ML-SALDO.
           MOVE WS-MOV-LINE           TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-AGING-HEADER       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CLI-CORRENTE(WS-CLI-POS) TO WS-AG-CORRENTE.
           MOVE WS-CLI-30(WS-CLI-POS)       TO WS-AG-30.
           MOVE WS-CLI-60(WS-CLI-POS)       TO WS-AG-60.
           MOVE WS-CLI-90(WS-CLI-POS)       TO WS-AG-90.
           MOVE WS-AGING-LINE         TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-CLIENTE-OK IS EQUAL TO 'S'
             MOVE SPACES           TO EXT-REC
             MOVE 'T'              TO EXT-TIPO
             MOVE WS-CLIENTE-ATUAL TO EXT-CLIENTE
             MOVE WS-CLI-ABERTURA(WS-CLI-POS) TO EXT-SALDO-ANTERIOR
             MOVE WS-CLI-DEBITOS(WS-CLI-POS)  TO EXT-DEBITOS
             MOVE WS-CLI-CREDITOS(WS-CLI-POS) TO EXT-CREDITOS
             MOVE WS-SALDO-FINAL   TO EXT-SALDO-ATUAL
             PERFORM GRAVAR-EXTRATO
             MOVE SPACES           TO EXT-REC
             MOVE 'A'              TO EXT-TIPO
             MOVE WS-CLIENTE-ATUAL TO EXT-CLIENTE
             MOVE WS-CLI-CORRENTE(WS-CLI-POS) TO EXT-CORRENTE
             MOVE WS-CLI-30(WS-CLI-POS)       TO EXT-30
             MOVE WS-CLI-60(WS-CLI-POS)       TO EXT-60
             MOVE WS-CLI-90(WS-CLI-POS)       TO EXT-90
             PERFORM GRAVAR-EXTRATO
           END-IF.
      *
           COMPUTE WS-DIFERENCA = WS-SALDO-FINAL
               - WS-CLI-LEDGER(WS-CLI-POS).
           IF WS-DIFERENCA IS NOT EQUAL TO ZEROES
             ADD 1 TO WS-QTD-DIVERGENTES
             MOVE WS-SALDO-FINAL            TO WS-EX-EXTRATO
             MOVE WS-CLI-LEDGER(WS-CLI-POS) TO WS-EX-LEDGER
             MOVE WS-DIFERENCA              TO WS-EX-DIFERENCA
             MOVE 'SALDO DO EXTRATO DIFERE DO ARONEW'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           END-IF.
      *
           ADD WS-CLI-LEDGER(WS-CLI-POS) TO WS-CONTROL-TOT.
      *
       LER-CLIENTE.
           MOVE 'N'              TO WS-CLIENTE-OK.
           MOVE WS-CLIENTE-ATUAL TO CUST-NUMERO.
           READ CUSTOMER-MASTER
             INVALID KEY
               MOVE 'CLIENTE NAO CADASTRADO' TO CUST-NOME
               MOVE SPACES TO CUST-ENDERECO
               MOVE SPACES TO CUST-CPF-CNPJ
             NOT INVALID KEY
               MOVE 'S' TO WS-CLIENTE-OK
           END-READ.
      *
      * AN INVOICE MOVES THE BALANCE UP, A RECEIPT OR WRITE-OFF DOWN;
      * THE CHARGEBACKS BILLED ON AN INVOICE FOLLOW IT.
       IMPRIMIR-MOVIMENTO.
           MOVE SPACES TO WS-HISTORICO.
           EVALUATE WS-MV-TIPO(WS-M)
             WHEN 'F'
               STRING 'FATURA DO MES ' WS-MV-MES(WS-M)
                      DELIMITED BY SIZE
                      INTO WS-HISTORICO
               END-STRING
               ADD WS-MV-VALOR(WS-M)  TO WS-SALDO-CORRENTE
               MOVE WS-MV-VALOR(WS-M) TO WS-ML-DEBITO
               MOVE ZEROES            TO WS-ML-CREDITO
             WHEN 'R'
               MOVE 'RECEBIMENTO' TO WS-HISTORICO
               SUBTRACT WS-MV-VALOR(WS-M) FROM WS-SALDO-CORRENTE
               MOVE ZEROES            TO WS-ML-DEBITO
               MOVE WS-MV-VALOR(WS-M) TO WS-ML-CREDITO
             WHEN OTHER
               STRING 'BAIXA ' WS-MV-HISTORICO(WS-M)
                      DELIMITED BY SIZE
                      INTO WS-HISTORICO
               END-STRING
               SUBTRACT WS-MV-VALOR(WS-M) FROM WS-SALDO-CORRENTE
               MOVE ZEROES            TO WS-ML-DEBITO
               MOVE WS-MV-VALOR(WS-M) TO WS-ML-CREDITO
           END-EVALUATE.
      *
           MOVE WS-MV-DATA(WS-M)   TO WS-DATA-EDIT-ENTRADA.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDIT       TO WS-ML-DATA.
           MOVE WS-HISTORICO       TO WS-ML-HISTORICO.
           MOVE WS-MV-FATURA(WS-M) TO WS-ML-FATURA.
           MOVE WS-SALDO-CORRENTE  TO WS-ML-SALDO.
           MOVE WS-MOV-LINE        TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-CLIENTE-OK IS EQUAL TO 'S'
             MOVE SPACES             TO EXT-REC
             MOVE 'M'                TO EXT-TIPO
             MOVE WS-CLIENTE-ATUAL   TO EXT-CLIENTE
             MOVE WS-MV-TIPO(WS-M)   TO EXT-MOV-TIPO
             MOVE WS-MV-DATA(WS-M)   TO EXT-MOV-DATA
             MOVE WS-MV-FATURA(WS-M) TO EXT-FATURA
             MOVE WS-HISTORICO       TO EXT-HISTORICO
             MOVE WS-MV-VALOR(WS-M)  TO EXT-VALOR
             MOVE WS-SALDO-CORRENTE  TO EXT-SALDO
             PERFORM GRAVAR-EXTRATO
           END-IF.
      *
           IF WS-MV-TIPO(WS-M) IS EQUAL TO 'F'
             PERFORM VARYING WS-K FROM 1 BY 1
                     UNTIL WS-K > WS-MOV-COUNT
               IF WS-MV-TIPO(WS-K) IS EQUAL TO 'C' AND
                  WS-MV-CLIENTE(WS-K) IS EQUAL TO WS-CLIENTE-ATUAL AND
                  WS-MV-FATURA(WS-K) IS EQUAL TO WS-MV-FATURA(WS-M)
                 PERFORM IMPRIMIR-COBRANCA
               END-IF
             END-PERFORM
           END-IF.
      *
       IMPRIMIR-COBRANCA.
           MOVE WS-MV-HISTORICO(WS-K) TO WS-CB-HISTORICO.
           MOVE WS-MV-VALOR(WS-K)     TO WS-CB-VALOR.
           MOVE WS-CBK-LINE           TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-CLIENTE-OK IS EQUAL TO 'S'
             MOVE SPACES                TO EXT-REC
             MOVE 'M'                   TO EXT-TIPO
             MOVE WS-CLIENTE-ATUAL      TO EXT-CLIENTE
             MOVE 'C'                   TO EXT-MOV-TIPO
             MOVE WS-MV-DATA(WS-K)      TO EXT-MOV-DATA
             MOVE WS-MV-FATURA(WS-K)    TO EXT-FATURA
             MOVE WS-MV-HISTORICO(WS-K) TO EXT-HISTORICO
             MOVE WS-MV-VALOR(WS-K)     TO EXT-VALOR
             MOVE WS-SALDO-CORRENTE     TO EXT-SALDO
             PERFORM GRAVAR-EXTRATO
           END-IF.
      *
       EDITAR-DATA.
           MOVE WS-DE-DD   TO WS-DATA-EDIT(1:2).
           MOVE '/'        TO WS-DATA-EDIT(3:1).
           MOVE WS-DE-MM   TO WS-DATA-EDIT(4:2).
           MOVE '/'        TO WS-DATA-EDIT(6:1).
           MOVE WS-DE-AAAA TO WS-DATA-EDIT(7:4).
      *
       GRAVAR-EXTRATO.
           WRITE EXT-REC.
           MOVE WS-EXT-STATUS    TO WS-FILE-STATUS.
           MOVE 'STATEMENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       GRAVAR-EXCECAO.
           MOVE WS-CLIENTE-ATUAL TO WS-EX-CLIENTE.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'EXTRATOS IMPRESSOS' TO WS-SM-LIT.
           MOVE WS-QTD-EXTRATOS TO WS-SM-QTD.
           MOVE WS-SUM-LINE     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'EXTRATOS ENVIADOS A GRAFICA' TO WS-SM-LIT.
           MOVE WS-QTD-ENVIADOS TO WS-SM-QTD.
           MOVE WS-SUM-LINE     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CLIENTES FORA DO CUSTMAST' TO WS-SM-LIT.
           MOVE WS-QTD-SEM-CADASTRO TO WS-SM-QTD.
           MOVE WS-SUM-LINE     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'SALDOS DIVERGENTES DO ARONEW' TO WS-SM-LIT.
           MOVE WS-QTD-DIVERGENTES TO WS-SM-QTD.
           MOVE WS-SUM-LINE     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
       FINALIZAR.
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE MOVEMENT-FILE.
           CLOSE HISTORY-FILE.
           CLOSE ARONEW-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE STATEMENT-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           COPY CPYFILCHK.
