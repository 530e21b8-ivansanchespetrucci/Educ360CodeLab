      ******************************************************************
      * FILE NAME   : EXERC098                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ACCOUNTS PAYABLE PAYMENT SELECTION. EVERY OPEN   *
      *               APMAST PAYABLE DUE ON OR BEFORE THE LIMIT DATE   *
      *               ON THE APPGCTL CARD IS PAID: ONE APREM RECORD    *
      *               FOR THE BANK WITH THE SUPPLIER'S FORNMAST        *
      *               ACCOUNT, AND THE PAYABLE MARKED PAID ON APNEW.   *
      *               THE APGL JOURNAL FOR EXERC042 CARRIES THE        *
      *               INVOICES EXERC097 MATCHED SINCE THE LAST RUN     *
      *               (D INVENTORY / C SUPPLIERS) AND THE PAYMENTS     *
      *               (D SUPPLIERS / C CASH), IN THE PERIOD OF THE     *
      *               PAYMENT DATE                                     *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - SUPPLIERS WERE PAID BY HAND     *
      *                AND THE PAYABLES NEVER REACHED THE LEDGER.      *
      *                APPGCTL: LIMIT DATE AND PAYMENT DATE (ZERO OR   *
      *                NO CARD - THE RUN DATE). APGLMP HAS THE SHAPE   *
      *                OF ARGLMAP: 'EST' INVENTORY, 'FOR' SUPPLIERS    *
      *                PAYABLE, 'CXA' CASH. A SUPPLIER WITHOUT BANK    *
      *                DETAILS IS LISTED ON APPGEXC AND ITS PAYABLE    *
      *                STAYS OPEN. AN INVALID ACCOUNT LEAVES THE       *
      *                JOURNAL AND APREM EMPTY, APNEW AS IT WAS AND    *
      *                ENDS THE STEP WITH RC 8.                        *
      * 2026-10-15 JM  COA-REC CARRIES THE NEW COA-CLASSE, COA-LINHA   *
      *                AND COA-LINHA-TITULO THAT PLACE THE ACCOUNT ON  *
      *                THE EXERC109 BALANCE SHEET AND INCOME           *
      *                STATEMENT.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC098.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO APPGCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT AP-FILE        ASSIGN TO APMAST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-AP-STATUS.
      *
           SELECT AP-NEW-FILE    ASSIGN TO APNEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-APN-STATUS.
      *
           SELECT SUPPLIER-FILE  ASSIGN TO FORNMAST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FORN-STATUS.
      *
           SELECT MAP-FILE       ASSIGN TO APGLMP
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MAP-STATUS.
      *
           SELECT COA-FILE       ASSIGN TO COAFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS COA-CONTA
                                  FILE STATUS IS WS-COA-STATUS.
      *
           SELECT JOURNAL-FILE   ASSIGN TO APGL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-JRN-STATUS.
      *
           SELECT REMIT-FILE     ASSIGN TO APREM
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-REM-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO APPGRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO APPGEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-DATA-LIMITE    PIC 9(08).
           05  CTL-DATA-PAGTO     PIC 9(08).
      *
       FD  AP-FILE.
       01  AP-REC.
           05  AP-FORNECEDOR      PIC 9(05).
           05  AP-NF              PIC 9(09).
           05  AP-DATA-EMISSAO    PIC 9(08).
           05  AP-DATA-VENC       PIC 9(08).
           05  AP-VALOR           PIC 9(10)V9(02).
           05  AP-SITUACAO        PIC X(01).
               88  AP-ABERTO      VALUE 'A'.
               88  AP-PAGO        VALUE 'P'.
           05  AP-DATA-PAGTO      PIC 9(08).
           05  AP-CONTABIL        PIC X(01).
               88  AP-CONTABILIZADO  VALUE 'S'.
      *
       FD  AP-NEW-FILE.
       01  APN-REC.
           05  APN-FORNECEDOR     PIC 9(05).
           05  APN-NF             PIC 9(09).
           05  APN-DATA-EMISSAO   PIC 9(08).
           05  APN-DATA-VENC      PIC 9(08).
           05  APN-VALOR          PIC 9(10)V9(02).
           05  APN-SITUACAO       PIC X(01).
           05  APN-DATA-PAGTO     PIC 9(08).
           05  APN-CONTABIL       PIC X(01).
      *
       FD  SUPPLIER-FILE.
       01  FORN-REC.
           05  FORN-CODIGO        PIC 9(05).
           05  FORN-NOME          PIC X(30).
           05  FORN-CNPJ          PIC X(14).
           05  FORN-PRAZO-ENTREGA PIC 9(03).
           05  FORN-PRAZO-PAGTO   PIC 9(03).
           05  FORN-SITUACAO      PIC X(01).
           05  FORN-BANCO         PIC 9(03).
           05  FORN-AGENCIA       PIC 9(04).
           05  FORN-CONTA         PIC 9(10).
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
      * ONE PAYMENT ORDER PER INVOICE - THE REMESSA LAYOUT WITH THE
      * SUPPLIER IN PLACE OF THE EMPLOYEE AND THE INVOICE NUMBER SO
      * THE SUPPLIER CAN RECONCILE THE CREDIT.
       FD  REMIT-FILE.
       01  REM-REC.
           05  REM-FORNECEDOR     PIC 9(05).
           05  REM-NOME           PIC X(30).
           05  REM-BANCO          PIC 9(03).
           05  REM-AGENCIA        PIC 9(04).
           05  REM-CONTA          PIC 9(10).
           05  REM-VALOR          PIC 9(10)V9(02).
           05  REM-NF             PIC 9(09).
           05  REM-DATA-PAGTO     PIC 9(08).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-AP-STATUS           PIC X(02) VALUE SPACES.
       01  WS-APN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-FORN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS          PIC X(02) VALUE SPACES.
       01  WS-JRN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REM-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-CTL             PIC X(01) VALUE 'N'.
       01  WS-EOF-AP              PIC X(01) VALUE 'N'.
       01  WS-EOF-FORN            PIC X(01) VALUE 'N'.
       01  WS-EOF-MAP             PIC X(01) VALUE 'N'.
      *
       01  WS-DATA-LIMITE         PIC 9(08) VALUE ZEROES.
       01  WS-DATA-PAGTO          PIC 9(08) VALUE ZEROES.
       01  WS-DATA-PAGTO-R REDEFINES WS-DATA-PAGTO.
           05  WS-PAGTO-ANO-MES   PIC 9(06).
           05  WS-PAGTO-DD        PIC 9(02).
       01  WS-PERIODO             PIC 9(06) VALUE ZEROES.
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE 'V'.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
      * WS-AT-PAGAR IS SET FOR THE PAYABLES SELECTED IN THIS RUN;
      * THEY ARE MARKED PAID ONLY ONCE THE JOURNAL IS WRITTEN.
       01  WS-AP-TAB.
           05  WS-AP-LINHA        OCCURS 1 TO 9000 TIMES
                                   DEPENDING ON WS-AP-COUNT.
               10  WS-AT-FORNECEDOR PIC 9(05).
               10  WS-AT-NF         PIC 9(09).
               10  WS-AT-EMISSAO    PIC 9(08).
               10  WS-AT-VENC       PIC 9(08).
               10  WS-AT-VALOR      PIC 9(10)V9(02).
               10  WS-AT-SITUACAO   PIC X(01).
               10  WS-AT-DATA-PAGTO PIC 9(08).
               10  WS-AT-CONTABIL   PIC X(01).
               10  WS-AT-PAGAR      PIC X(01).
               10  WS-AT-FRN-IDX    PIC 9(04).
       01  WS-AP-COUNT            PIC 9(04) VALUE ZEROES.
       01  WS-A                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-FRN-TAB.
           05  WS-FRN-LINHA       OCCURS 1 TO 1000 TIMES
                                   DEPENDING ON WS-FRN-COUNT.
               10  WS-FR-CODIGO     PIC 9(05).
               10  WS-FR-NOME       PIC X(30).
               10  WS-FR-BANCO      PIC 9(03).
               10  WS-FR-AGENCIA    PIC 9(04).
               10  WS-FR-CONTA      PIC 9(10).
       01  WS-FRN-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-F                   PIC 9(04) VALUE ZEROES.
       01  WS-FRN-IDX             PIC 9(04) VALUE ZEROES.
      *
       01  WS-CONTA-ESTOQUE       PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-FORNECEDORES  PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-CAIXA         PIC 9(06) VALUE ZEROES.
      *
       01  WS-TOT-ENTRADAS        PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-PAGAMENTOS      PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-QTD-ENTRADAS        PIC 9(05) VALUE ZEROES.
       01  WS-QTD-PAGAMENTOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SEM-BANCO       PIC 9(05) VALUE ZEROES.
       01  WS-TOT-DEBITOS         PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-CREDITOS        PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-POSTING-OK          PIC X(01) VALUE 'S'.
       01  WS-CONTA-VERIFICADA    PIC 9(06) VALUE ZEROES.
      *
       01  WS-LANC-CONTA          PIC 9(06) VALUE ZEROES.
       01  WS-LANC-DC             PIC X(01) VALUE SPACE.
       01  WS-LANC-VALOR          PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-LANC-DESC           PIC X(20) VALUE SPACES.
      *
       01  WS-DATE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DL-LIT          PIC X(24).
           05  WS-DL-DATA         PIC 9(08).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(07) VALUE 'FORNEC.'.
           05  FILLER             PIC X(31) VALUE 'NOME'.
           05  FILLER             PIC X(11) VALUE 'NOTA FISC.'.
           05  FILLER             PIC X(10) VALUE 'VENCTO.'.
           05  FILLER             PIC X(18) VALUE '             VALOR'.
           05  FILLER             PIC X(20) VALUE '  BCO AGEN. CONTA'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-FORNECEDOR   PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-NF           PIC 9(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VENC         PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-BANCO        PIC 9(03).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-AGENCIA      PIC 9(04).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-CONTA        PIC 9(10).
      *
       01  WS-TITLE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TL-LIT          PIC X(60) VALUE SPACES.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(40).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-SM-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-JRN-DETAIL-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-JD-CONTA        PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-JD-DC           PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-JD-DESCRICAO    PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-JD-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-CHAVE        PIC X(15).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-CONTA        PIC 9(06) BLANK WHEN ZERO.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(45) VALUE SPACES.
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
       01  WS-CONTROL-TOT         PIC 9(10)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM SELECIONAR-TITULOS.
           PERFORM VALIDAR-CONTAS.
           IF WS-POSTING-OK IS EQUAL TO 'S'
             PERFORM GRAVAR-PAGAMENTOS
             PERFORM GRAVAR-LANCAMENTOS
           ELSE
             MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM GRAVAR-NOVO-APMAST.
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
           PERFORM LER-CARTAO-CONTROLE.
      *
           OPEN INPUT  AP-FILE.
           MOVE WS-AP-STATUS TO WS-FILE-STATUS.
           MOVE 'AP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-PAGAVEL
             WITH TEST AFTER
             UNTIL WS-EOF-AP IS EQUAL TO 'Y'.
           CLOSE AP-FILE.
      *
           OPEN INPUT  SUPPLIER-FILE.
           MOVE WS-FORN-STATUS  TO WS-FILE-STATUS.
           MOVE 'SUPPLIER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-FORNECEDOR
             WITH TEST AFTER
             UNTIL WS-EOF-FORN IS EQUAL TO 'Y'.
           CLOSE SUPPLIER-FILE.
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
           OPEN OUTPUT REMIT-FILE.
           MOVE WS-REM-STATUS  TO WS-FILE-STATUS.
           MOVE 'REMIT-FILE'   TO WS-FILE-ID.
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
           MOVE 'EXERC098'                    TO RP-HDR-PROGRAM.
           MOVE 'SELECAO DE PAGAMENTOS A FORNECEDORES'
                                              TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'VENCIDOS ATE:'               TO WS-DL-LIT.
           MOVE WS-DATA-LIMITE                TO WS-DL-DATA.
           MOVE WS-DATE-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'DATA DO PAGAMENTO:'          TO WS-DL-LIT.
           MOVE WS-DATA-PAGTO                 TO WS-DL-DATA.
           MOVE WS-DATE-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * NO CARD (DD DUMMY) PAYS WHAT IS DUE BY TODAY, TODAY; A ZERO
      * DATE ON THE CARD ALSO MEANS THE RUN DATE.
       LER-CARTAO-CONTROLE.
           OPEN INPUT  CONTROL-FILE.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTROL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           READ CONTROL-FILE
             AT END
               MOVE 'Y' TO WS-EOF-CTL
           END-READ.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTROL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           CLOSE CONTROL-FILE.
      *
           MOVE WS-RUN-DATE-NUM TO WS-DATA-LIMITE.
           MOVE WS-RUN-DATE-NUM TO WS-DATA-PAGTO.
           IF WS-EOF-CTL IS NOT EQUAL TO 'Y'
             IF CTL-DATA-LIMITE IS NOT NUMERIC OR
                CTL-DATA-PAGTO IS NOT NUMERIC
               DISPLAY 'EXERC098 - CARTAO APPGCTL INVALIDO: '
                       CONTROL-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             IF CTL-DATA-LIMITE IS GREATER THAN ZEROES
               MOVE CTL-DATA-LIMITE TO WS-DATA-LIMITE
             END-IF
             IF CTL-DATA-PAGTO IS GREATER THAN ZEROES
               MOVE CTL-DATA-PAGTO TO WS-DATA-PAGTO
             END-IF
           END-IF.
      *
           MOVE WS-DATA-LIMITE TO WS-DATA-VERIFICADA.
           CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                WS-DATA-VERIFICADA
                                WS-RETORNO-DATECHK
                                WS-DIA-SEMANA
           END-CALL.
           IF WS-RETORNO-DATECHK IS EQUAL TO ZEROES
             MOVE WS-DATA-PAGTO TO WS-DATA-VERIFICADA
             CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                  WS-DATA-VERIFICADA
                                  WS-RETORNO-DATECHK
                                  WS-DIA-SEMANA
             END-CALL
           END-IF.
           IF WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
             DISPLAY 'EXERC098 - DATA INVALIDA NO APPGCTL: '
                     WS-DATA-VERIFICADA
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WS-PAGTO-ANO-MES TO WS-PERIODO.
      *
       LER-PAGAVEL.
           READ AP-FILE
             AT END
               MOVE 'Y' TO WS-EOF-AP
           END-READ.
           MOVE WS-AP-STATUS TO WS-FILE-STATUS.
           MOVE 'AP-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-AP IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF WS-AP-COUNT IS NOT LESS THAN 9000
               DISPLAY 'EXERC098 - MAIS DE 9000 TITULOS NO APMAST - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-AP-COUNT
             MOVE AP-FORNECEDOR   TO WS-AT-FORNECEDOR(WS-AP-COUNT)
             MOVE AP-NF           TO WS-AT-NF(WS-AP-COUNT)
             MOVE AP-DATA-EMISSAO TO WS-AT-EMISSAO(WS-AP-COUNT)
             MOVE AP-DATA-VENC    TO WS-AT-VENC(WS-AP-COUNT)
             MOVE AP-VALOR        TO WS-AT-VALOR(WS-AP-COUNT)
             MOVE AP-SITUACAO     TO WS-AT-SITUACAO(WS-AP-COUNT)
             MOVE AP-DATA-PAGTO   TO WS-AT-DATA-PAGTO(WS-AP-COUNT)
             MOVE AP-CONTABIL     TO WS-AT-CONTABIL(WS-AP-COUNT)
             MOVE 'N'             TO WS-AT-PAGAR(WS-AP-COUNT)
             MOVE ZEROES          TO WS-AT-FRN-IDX(WS-AP-COUNT)
           END-IF.
      *
       LER-FORNECEDOR.
           READ SUPPLIER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-FORN
           END-READ.
           MOVE WS-FORN-STATUS  TO WS-FILE-STATUS.
           MOVE 'SUPPLIER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-FORN IS NOT EQUAL TO 'Y'
             IF WS-FRN-COUNT IS NOT LESS THAN 1000
               DISPLAY 'EXERC098 - MAIS DE 1000 FORNECEDORES NO '
                       'FORNMAST - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-FRN-COUNT
             MOVE FORN-CODIGO  TO WS-FR-CODIGO(WS-FRN-COUNT)
             MOVE FORN-NOME    TO WS-FR-NOME(WS-FRN-COUNT)
             MOVE FORN-BANCO   TO WS-FR-BANCO(WS-FRN-COUNT)
             MOVE FORN-AGENCIA TO WS-FR-AGENCIA(WS-FRN-COUNT)
             MOVE FORN-CONTA   TO WS-FR-CONTA(WS-FRN-COUNT)
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
             EVALUATE MAP-TIPO
               WHEN 'EST'
                 MOVE MAP-CONTA TO WS-CONTA-ESTOQUE
               WHEN 'FOR'
                 MOVE MAP-CONTA TO WS-CONTA-FORNECEDORES
               WHEN 'CXA'
                 MOVE MAP-CONTA TO WS-CONTA-CAIXA
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *
      * A PAYABLE NOT YET ON THE LEDGER ENTERS IT NOW; AN OPEN ONE DUE
      * BY THE LIMIT DATE IS PAID UNLESS ITS SUPPLIER HAS NO BANK
      * ACCOUNT TO PAY INTO.
       SELECIONAR-TITULOS.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AP-COUNT
             IF WS-AT-CONTABIL(WS-A) IS NOT EQUAL TO 'S'
               ADD 1                 TO WS-QTD-ENTRADAS
               ADD WS-AT-VALOR(WS-A) TO WS-TOT-ENTRADAS
             END-IF
             IF WS-AT-SITUACAO(WS-A) IS EQUAL TO 'A' AND
                WS-AT-VENC(WS-A) IS NOT GREATER THAN WS-DATA-LIMITE
               PERFORM SELECIONAR-UM-TITULO
             END-IF
           END-PERFORM.
      *
       SELECIONAR-UM-TITULO.
           MOVE ZEROES TO WS-FRN-IDX.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FRN-COUNT
             IF WS-FR-CODIGO(WS-F) IS EQUAL TO WS-AT-FORNECEDOR(WS-A)
               MOVE WS-F TO WS-FRN-IDX
               MOVE WS-FRN-COUNT TO WS-F
             END-IF
           END-PERFORM.
      *
           MOVE SPACES                  TO WS-EX-CHAVE.
           MOVE WS-AT-FORNECEDOR(WS-A)  TO WS-EX-CHAVE(1:5).
           MOVE '/'                     TO WS-EX-CHAVE(6:1).
           MOVE WS-AT-NF(WS-A)          TO WS-EX-CHAVE(7:9).
           MOVE ZEROES                  TO WS-EX-CONTA.
           EVALUATE TRUE
             WHEN WS-FRN-IDX IS EQUAL TO ZEROES
               MOVE 'FORNECEDOR NAO CADASTRADO - NAO PAGO'
                 TO WS-EX-LIT
               ADD 1 TO WS-QTD-SEM-BANCO
               PERFORM GRAVAR-AVISO
             WHEN WS-FR-BANCO(WS-FRN-IDX) IS EQUAL TO ZEROES OR
                  WS-FR-CONTA(WS-FRN-IDX) IS EQUAL TO ZEROES
               MOVE 'FORNECEDOR SEM DADOS BANCARIOS - NAO PAGO'
                 TO WS-EX-LIT
               ADD 1 TO WS-QTD-SEM-BANCO
               PERFORM GRAVAR-AVISO
             WHEN OTHER
               MOVE 'S'        TO WS-AT-PAGAR(WS-A)
               MOVE WS-FRN-IDX TO WS-AT-FRN-IDX(WS-A)
               ADD 1                 TO WS-QTD-PAGAMENTOS
               ADD WS-AT-VALOR(WS-A) TO WS-TOT-PAGAMENTOS
           END-EVALUATE.
      *
       VALIDAR-CONTAS.
           IF WS-TOT-ENTRADAS IS GREATER THAN ZEROES
             MOVE 'EST' TO WS-EX-CHAVE
             MOVE WS-CONTA-ESTOQUE TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-TOT-ENTRADAS IS GREATER THAN ZEROES OR
              WS-TOT-PAGAMENTOS IS GREATER THAN ZEROES
             MOVE 'FOR' TO WS-EX-CHAVE
             MOVE WS-CONTA-FORNECEDORES TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-TOT-PAGAMENTOS IS GREATER THAN ZEROES
             MOVE 'CXA' TO WS-EX-CHAVE
             MOVE WS-CONTA-CAIXA TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
      *
       VERIFICAR-UMA-CONTA.
           IF WS-CONTA-VERIFICADA IS EQUAL TO ZEROES
             MOVE ZEROES TO WS-EX-CONTA
             MOVE 'SEM CONTA MAPEADA NO APGLMP' TO WS-EX-LIT
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
      * ONE APREM ORDER AND ONE REPORT LINE PER PAYABLE SELECTED; THE
      * PAYABLE IS MARKED PAID ON THE PAYMENT DATE.
       GRAVAR-PAGAMENTOS.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AP-COUNT
             IF WS-AT-PAGAR(WS-A) IS EQUAL TO 'S'
               MOVE WS-AT-FRN-IDX(WS-A)    TO WS-FRN-IDX
               MOVE WS-AT-FORNECEDOR(WS-A) TO REM-FORNECEDOR
               MOVE WS-FR-NOME(WS-FRN-IDX) TO REM-NOME
               MOVE WS-FR-BANCO(WS-FRN-IDX) TO REM-BANCO
               MOVE WS-FR-AGENCIA(WS-FRN-IDX) TO REM-AGENCIA
               MOVE WS-FR-CONTA(WS-FRN-IDX) TO REM-CONTA
               MOVE WS-AT-VALOR(WS-A)      TO REM-VALOR
               MOVE WS-AT-NF(WS-A)         TO REM-NF
               MOVE WS-DATA-PAGTO          TO REM-DATA-PAGTO
               WRITE REM-REC
               MOVE WS-REM-STATUS          TO WS-FILE-STATUS
               MOVE 'REMIT-FILE'           TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
      *
               MOVE 'P'                    TO WS-AT-SITUACAO(WS-A)
               MOVE WS-DATA-PAGTO          TO WS-AT-DATA-PAGTO(WS-A)
               ADD WS-AT-VALOR(WS-A)       TO WS-CONTROL-TOT
      *
               MOVE REM-FORNECEDOR         TO WS-DT-FORNECEDOR
               MOVE REM-NOME               TO WS-DT-NOME
               MOVE REM-NF                 TO WS-DT-NF
               MOVE WS-AT-VENC(WS-A)       TO WS-DT-VENC
               MOVE REM-VALOR              TO WS-DT-VALOR
               MOVE REM-BANCO              TO WS-DT-BANCO
               MOVE REM-AGENCIA            TO WS-DT-AGENCIA
               MOVE REM-CONTA              TO WS-DT-CONTA
               MOVE WS-DETAIL-LINE         TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
             END-IF
           END-PERFORM.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TITULOS PAGOS'             TO WS-SM-LIT.
           MOVE WS-QTD-PAGAMENTOS           TO WS-SM-QTD.
           MOVE WS-TOT-PAGAMENTOS           TO WS-SM-VALOR.
           MOVE WS-SUMMARY-LINE             TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'NOTAS CONTABILIZADAS'      TO WS-SM-LIT.
           MOVE WS-QTD-ENTRADAS             TO WS-SM-QTD.
           MOVE WS-TOT-ENTRADAS             TO WS-SM-VALOR.
           MOVE WS-SUMMARY-LINE             TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'VENCIDOS NAO PAGOS (VER APPGEXC)' TO WS-SM-LIT.
           MOVE WS-QTD-SEM-BANCO            TO WS-SM-QTD.
           MOVE ZEROES                      TO WS-SM-VALOR.
           MOVE WS-SUMMARY-LINE             TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * INVOICES MATCHED SINCE THE LAST RUN: D INVENTORY / C SUPPLIERS.
      * PAYMENTS: D SUPPLIERS / C CASH. EVERY PAYABLE IS THEN ON THE
      * LEDGER.
       GRAVAR-LANCAMENTOS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LANCAMENTOS GERADOS NO APGL' TO WS-TL-LIT.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-TOT-ENTRADAS IS GREATER THAN ZEROES
             MOVE WS-CONTA-ESTOQUE       TO WS-LANC-CONTA
             MOVE 'D'                    TO WS-LANC-DC
             MOVE WS-TOT-ENTRADAS        TO WS-LANC-VALOR
             MOVE 'ENTRADA NF FORNEC.'   TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-FORNECEDORES  TO WS-LANC-CONTA
             MOVE 'C'                    TO WS-LANC-DC
             MOVE 'FORNECEDORES A PAGAR' TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-TOT-PAGAMENTOS IS GREATER THAN ZEROES
             MOVE WS-CONTA-FORNECEDORES  TO WS-LANC-CONTA
             MOVE 'D'                    TO WS-LANC-DC
             MOVE WS-TOT-PAGAMENTOS      TO WS-LANC-VALOR
             MOVE 'PAGTO FORNECEDORES'   TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-CAIXA         TO WS-LANC-CONTA
             MOVE 'C'                    TO WS-LANC-DC
             MOVE 'SAIDA CAIXA FORNEC.'  TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AP-COUNT
             MOVE 'S' TO WS-AT-CONTABIL(WS-A)
           END-PERFORM.
      *
       GRAVAR-UM-LANCAMENTO.
           MOVE WS-PERIODO     TO JRN-PERIODO.
           MOVE WS-LANC-CONTA  TO JRN-CONTA.
           MOVE WS-LANC-DC     TO JRN-DC.
           MOVE WS-LANC-VALOR  TO JRN-VALOR.
           MOVE 'EXERC098'     TO JRN-ORIGEM.
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
      * THE WHOLE LEDGER GOES BACK OUT - UNCHANGED WHEN THE POSTING
      * WAS REFUSED, SO THE COPY BACK TO APMAST IS ALWAYS SAFE.
       GRAVAR-NOVO-APMAST.
           OPEN OUTPUT AP-NEW-FILE.
           MOVE WS-APN-STATUS TO WS-FILE-STATUS.
           MOVE 'AP-NEW-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AP-COUNT
             MOVE WS-AT-FORNECEDOR(WS-A) TO APN-FORNECEDOR
             MOVE WS-AT-NF(WS-A)         TO APN-NF
             MOVE WS-AT-EMISSAO(WS-A)    TO APN-DATA-EMISSAO
             MOVE WS-AT-VENC(WS-A)       TO APN-DATA-VENC
             MOVE WS-AT-VALOR(WS-A)      TO APN-VALOR
             MOVE WS-AT-SITUACAO(WS-A)   TO APN-SITUACAO
             MOVE WS-AT-DATA-PAGTO(WS-A) TO APN-DATA-PAGTO
             MOVE WS-AT-CONTABIL(WS-A)   TO APN-CONTABIL
             WRITE APN-REC
             MOVE WS-APN-STATUS TO WS-FILE-STATUS
             MOVE 'AP-NEW-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-PERFORM.
      *
           CLOSE AP-NEW-FILE.
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
      * THE CONTROL TOTAL IS THE AMOUNT SENT TO THE BANK.
       FINALIZAR.
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE COA-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE REMIT-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           COPY CPYFILCHK.
