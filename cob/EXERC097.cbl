      ******************************************************************
      * FILE NAME   : EXERC097                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : ACCOUNTS PAYABLE INVOICE MATCH - EACH SUPPLIER   *
      *               INVOICE ON NFFORN IS MATCHED LINE BY LINE TO ITS *
      *               EXERC046 PO (SUPPLIER, BARCODE AND PO-PRECO-     *
      *               UNIT) AND TO THE QUANTITY ACTUALLY RECEIVED.     *
      *               A MATCHED INVOICE BECOMES AN OPEN PAYABLE ON     *
      *               APMAST, DUE EMISSION DATE PLUS THE SUPPLIER'S    *
      *               FORN-PRAZO-PAGTO; ONE OUTSIDE TOLERANCE IS HELD  *
      *               ON APHOLD AND RETRIED ON THE NEXT RUN; ONE THAT  *
      *               CANNOT BE MATCHED AT ALL IS REJECTED             *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - SUPPLIER INVOICES WERE PAID ON  *
      *                SOMEONE'S SAY-SO. THE PRICE AND QUANTITY        *
      *                TOLERANCES ARE PARMMAST TOL-PRECO AND TOL-QTD   *
      *                (PERCENT, DEFAULT 2,00 AND 0,00). AN INVOICE IS *
      *                ACCEPTED OR HELD AS A WHOLE. A HELD INVOICE IS  *
      *                RETRIED EVERY RUN (THE JOB CONCATENATES THE     *
      *                LAST APHOLD BEHIND NFFORN) UNTIL THE GOODS      *
      *                ARRIVE OR ACCOUNTS PAYABLE KEYS AN 'L' RELEASE  *
      *                RECORD FOR IT. APLINHA KEEPS EVERY LINE EVER    *
      *                MATCHED SO A PO CANNOT BE BILLED TWICE.         *
      * 2026-10-15 JM  THE LAST APHOLD IS NOW READ ON ITS OWN DD       *
      *                (APHANT) INSTEAD OF BEHIND NFFORN, SO AN        *
      *                INVOICE THE SUPPLIER SENDS AGAIN WHILE IT IS    *
      *                HELD, OR ONE ALREADY ON APLINHA, IS DROPPED TO  *
      *                APEXC INSTEAD OF BEING ADDED TO ITSELF. THE     *
      *                ACCEPTED LINES GO TO APLINHA ONLY AFTER APNEW   *
      *                AND APHOLD ARE CLOSED, SO AN ABEND THAT DELETES *
      *                THEM NO LONGER LEAVES THE POS BILLED.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC097.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INVOICE-FILE   ASSIGN TO NFFORN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-NF-STATUS.
      *
           SELECT HOLD-FILE      ASSIGN TO APHOLD
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HOLD-STATUS.
      *
           SELECT HOLD-PREV-FILE ASSIGN TO APHANT
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HANT-STATUS.
      *
           SELECT PO-FILE        ASSIGN TO POFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PO-STATUS.
      *
           SELECT SUPPLIER-FILE  ASSIGN TO FORNMAST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FORN-STATUS.
      *
           SELECT AP-FILE        ASSIGN TO APMAST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-AP-STATUS.
      *
           SELECT AP-NEW-FILE    ASSIGN TO APNEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-APN-STATUS.
      *
           SELECT LINE-HIST      ASSIGN TO APLINHA
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ALN-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO APRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO APEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      *
      * ONE RECORD PER INVOICE LINE ('I'), ALL LINES OF AN INVOICE
      * UNDER THE SAME SUPPLIER AND NF NUMBER. AN 'L' RECORD WITH JUST
      * THE SUPPLIER AND NF NUMBER RELEASES A HELD INVOICE.
       FD  INVOICE-FILE.
       01  NF-REC.
           05  NF-TIPO            PIC X(01).
               88  NF-LINHA       VALUE 'I'.
               88  NF-LIBERACAO   VALUE 'L'.
           05  NF-FORNECEDOR      PIC 9(05).
           05  NF-NUMERO          PIC 9(09).
           05  NF-DATA-EMISSAO    PIC 9(08).
           05  NF-PO-NUMERO       PIC 9(06).
           05  NF-BARCODE         PIC X(13).
           05  NF-QTD             PIC 9(05).
           05  NF-PRECO-UNIT      PIC 9(06)V9(02).
      *
       FD  HOLD-FILE.
       01  HLD-REC                PIC X(55).
      *
      * THE INVOICES HELD BY THE LAST RUN, AS THEY CAME IN ON NFFORN.
       FD  HOLD-PREV-FILE.
       01  HANT-REC               PIC X(55).
      *
       FD  PO-FILE.
       01  PO-REC.
           05  PO-NUMERO          PIC 9(06).
           05  PO-BARCODE         PIC X(13).
           05  PO-QTD-PEDIDA      PIC 9(05).
           05  PO-QTD-RECEBIDA    PIC 9(05).
           05  PO-DATA-PREVISTA   PIC 9(08).
           05  PO-SITUACAO        PIC X(01).
           05  PO-FORNECEDOR      PIC 9(05).
           05  PO-PRECO-UNIT      PIC 9(04)V9(02).
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
      * THE OPEN-PAYABLES LEDGER. PAID INVOICES STAY ON FILE SO A
      * RE-SENT INVOICE IS STILL RECOGNISED AS A DUPLICATE.
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
       FD  LINE-HIST.
       01  ALN-REC.
           05  ALN-FORNECEDOR     PIC 9(05).
           05  ALN-NF             PIC 9(09).
           05  ALN-PO-NUMERO      PIC 9(06).
           05  ALN-BARCODE        PIC X(13).
           05  ALN-QTD            PIC 9(05).
           05  ALN-PRECO-UNIT     PIC 9(06)V9(02).
           05  ALN-DATA-PROC      PIC 9(08).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-NF-STATUS           PIC X(02) VALUE SPACES.
       01  WS-HOLD-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HANT-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PO-STATUS           PIC X(02) VALUE SPACES.
       01  WS-FORN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-AP-STATUS           PIC X(02) VALUE SPACES.
       01  WS-APN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-ALN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
       01  WS-EOF-NF              PIC X(01) VALUE 'N'.
       01  WS-EOF-HANT            PIC X(01) VALUE 'N'.
       01  WS-EOF-PO              PIC X(01) VALUE 'N'.
       01  WS-EOF-FORN            PIC X(01) VALUE 'N'.
       01  WS-EOF-AP              PIC X(01) VALUE 'N'.
       01  WS-EOF-ALN             PIC X(01) VALUE 'N'.
      *
      * TOLERANCES IN PERCENT - PARMMAST OVERRIDES THE DEFAULTS.
       01  WS-TOL-PRECO           PIC 9(02)V9(02) VALUE 2,00.
       01  WS-TOL-QTD             PIC 9(02)V9(02) VALUE ZEROES.
       01  WS-PCT-PARM            PIC 9(02)V9(02) VALUE ZEROES.
       01  WS-PCT-PARM-X REDEFINES WS-PCT-PARM
                                  PIC X(04).
      *
      * THE WHOLE NFFORN (PLUS THE RECYCLED APHOLD) IN MEMORY, SO ALL
      * LINES OF ONE INVOICE AND ITS RELEASE CAN BE TAKEN TOGETHER
      * WHEREVER THEY SIT ON THE FILE. WS-NF-ORIGEM IS 'N' FOR NFFORN
      * AND 'H' FOR APHOLD; WS-NF-FEITO IS 'N' NOT YET SEEN, 'S' DONE,
      * 'A' ACCEPTED (STILL TO GO TO APLINHA), 'D' DROPPED DUPLICATE.
       01  WS-NF-TAB.
           05  WS-NF-LINHA        OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-NF-COUNT.
               10  WS-NF-REG        PIC X(55).
               10  WS-NF-FEITO      PIC X(01).
               10  WS-NF-ORIGEM     PIC X(01).
      *
      * SUPPLIER AND NF OF EVERY INVOICE ALREADY ON APLINHA.
       01  WS-FAT-TAB.
           05  WS-FAT-LINHA       OCCURS 1 TO 20000 TIMES
                                   DEPENDING ON WS-FAT-COUNT.
               10  WS-FT-FORNECEDOR PIC 9(05).
               10  WS-FT-NF         PIC 9(09).
       01  WS-FAT-COUNT           PIC 9(05) VALUE ZEROES.
       01  WS-T                   PIC 9(05) VALUE ZEROES.
       01  WS-DUPLICADA           PIC X(01) VALUE 'N'.
       01  WS-NF-COUNT            PIC 9(04) VALUE ZEROES.
       01  WS-N                   PIC 9(04) VALUE ZEROES.
       01  WS-L                   PIC 9(04) VALUE ZEROES.
      *
      * WORKING VIEW OF THE TABLE ENTRY IN HAND.
       01  WS-NF-ATUAL.
           05  WS-NA-TIPO         PIC X(01).
           05  WS-NA-FORNECEDOR   PIC 9(05).
           05  WS-NA-NUMERO       PIC 9(09).
           05  WS-NA-DATA-EMISSAO PIC 9(08).
           05  WS-NA-PO-NUMERO    PIC 9(06).
           05  WS-NA-BARCODE      PIC X(13).
           05  WS-NA-QTD          PIC 9(05).
           05  WS-NA-PRECO-UNIT   PIC 9(06)V9(02).
      *
       01  WS-PO-TAB.
           05  WS-PO-LINHA        OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-PO-COUNT.
               10  WS-TB-NUMERO     PIC 9(06).
               10  WS-TB-BARCODE    PIC X(13).
               10  WS-TB-RECEBIDA   PIC 9(05).
               10  WS-TB-FORNECEDOR PIC 9(05).
               10  WS-TB-PRECO      PIC 9(04)V9(02).
               10  WS-TB-FATURADA   PIC 9(07).
       01  WS-PO-COUNT            PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-PO-IDX              PIC 9(04) VALUE ZEROES.
      *
       01  WS-FRN-TAB.
           05  WS-FRN-LINHA       OCCURS 1 TO 1000 TIMES
                                   DEPENDING ON WS-FRN-COUNT.
               10  WS-FR-CODIGO     PIC 9(05).
               10  WS-FR-NOME       PIC X(30).
               10  WS-FR-PAGTO      PIC 9(03).
       01  WS-FRN-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-F                   PIC 9(04) VALUE ZEROES.
       01  WS-FRN-IDX             PIC 9(04) VALUE ZEROES.
      *
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
       01  WS-AP-COUNT            PIC 9(04) VALUE ZEROES.
       01  WS-A                   PIC 9(04) VALUE ZEROES.
      *
      * OUTCOME OF THE INVOICE IN HAND: 'A' ACCEPTED, 'H' HELD FOR
      * TOLERANCE, 'R' REJECTED.
       01  WS-RESULTADO           PIC X(01) VALUE SPACE.
           88  WS-NOTA-ACEITA     VALUE 'A'.
           88  WS-NOTA-RETIDA     VALUE 'H'.
           88  WS-NOTA-REJEITADA  VALUE 'R'.
       01  WS-LIBERADA            PIC X(01) VALUE 'N'.
       01  WS-NOTA-FORNECEDOR     PIC 9(05) VALUE ZEROES.
       01  WS-NOTA-NUMERO         PIC 9(09) VALUE ZEROES.
       01  WS-NOTA-EMISSAO        PIC 9(08) VALUE ZEROES.
       01  WS-NOTA-VENC           PIC 9(08) VALUE ZEROES.
       01  WS-NOTA-VALOR          PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-NOTA-LINHAS         PIC 9(04) VALUE ZEROES.
       01  WS-DIFERENCA           PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-LIMITE-QTD          PIC 9(09)V9(02) VALUE ZEROES.
       01  WS-LIMITE-PRECO        PIC 9(06)V9(04) VALUE ZEROES.
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE SPACE.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
       01  WS-QTD-ACEITAS         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-RETIDAS         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-DUPLICADAS      PIC 9(05) VALUE ZEROES.
       01  WS-TOT-ABERTO          PIC 9(12)V9(02) VALUE ZEROES.
      *
       01  WS-TITLE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TL-LIT          PIC X(60) VALUE SPACES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(07) VALUE 'FORNEC.'.
           05  FILLER             PIC X(11) VALUE ' NOTA FISC.'.
           05  FILLER             PIC X(10) VALUE '  EMISSAO'.
           05  FILLER             PIC X(10) VALUE '  VENCTO.'.
           05  FILLER             PIC X(19) VALUE '              VALOR'.
           05  FILLER             PIC X(22) VALUE '  SITUACAO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-FORNECEDOR   PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NF           PIC 9(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-EMISSAO      PIC 9(08) BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VENC         PIC 9(08) BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-SITUACAO     PIC X(22).
      *
       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TT-LIT          PIC X(40).
           05  WS-TT-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(40).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-FORNECEDOR   PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-NF           PIC 9(09).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-PO           PIC 9(06) BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-BARCODE      PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-LIT          PIC X(45).
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
       01  WS-CONTROL-TOT         PIC 9(08)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM DESCARTAR-REENVIADAS.
           PERFORM PROCESSAR-NOTAS.
           PERFORM CONFERIR-LIBERACOES.
           PERFORM LISTAR-EM-ABERTO.
           PERFORM GRAVAR-NOVO-APMAST.
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
      *
           PERFORM CARREGAR-PARAMETROS.
      *
           OPEN INPUT  INVOICE-FILE.
           MOVE WS-NF-STATUS   TO WS-FILE-STATUS.
           MOVE 'INVOICE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM CARREGAR-NOTAS
             WITH TEST AFTER
             UNTIL WS-EOF-NF IS EQUAL TO 'Y'.
           CLOSE INVOICE-FILE.
      *
           OPEN INPUT  HOLD-PREV-FILE.
           MOVE WS-HANT-STATUS   TO WS-FILE-STATUS.
           MOVE 'HOLD-PREV-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM CARREGAR-RETIDAS
             WITH TEST AFTER
             UNTIL WS-EOF-HANT IS EQUAL TO 'Y'.
           CLOSE HOLD-PREV-FILE.
      *
           OPEN INPUT  PO-FILE.
           MOVE WS-PO-STATUS TO WS-FILE-STATUS.
           MOVE 'PO-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM CARREGAR-PEDIDOS
             WITH TEST AFTER
             UNTIL WS-EOF-PO IS EQUAL TO 'Y'.
           CLOSE PO-FILE.
      *
           OPEN INPUT  SUPPLIER-FILE.
           MOVE WS-FORN-STATUS  TO WS-FILE-STATUS.
           MOVE 'SUPPLIER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM CARREGAR-FORNECEDORES
             WITH TEST AFTER
             UNTIL WS-EOF-FORN IS EQUAL TO 'Y'.
           CLOSE SUPPLIER-FILE.
      *
           PERFORM CARREGAR-PAGAVEIS.
           PERFORM CARREGAR-FATURADO.
      *
           OPEN OUTPUT HOLD-FILE.
           MOVE WS-HOLD-STATUS TO WS-FILE-STATUS.
           MOVE 'HOLD-FILE'    TO WS-FILE-ID.
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
           MOVE 'EXERC097'                    TO RP-HDR-PROGRAM.
           MOVE 'CONFERENCIA DE NOTAS FISCAIS' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A CURRENT PARMMAST VALUE OVERRIDES THE DEFAULT TOLERANCE; A
      * MISSING OR MALFORMED ONE LEAVES THE DEFAULT IN PLACE.
       CARREGAR-PARAMETROS.
           MOVE 'EXERC097'     TO WS-PRM-PROGRAMA.
      *
           MOVE 'TOL-PRECO   ' TO WS-PRM-NOME.
           PERFORM BUSCAR-TAXA.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             MOVE WS-PCT-PARM TO WS-TOL-PRECO
           END-IF.
      *
           MOVE 'TOL-QTD     ' TO WS-PRM-NOME.
           PERFORM BUSCAR-TAXA.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             MOVE WS-PCT-PARM TO WS-TOL-QTD
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
       CARREGAR-NOTAS.
           READ INVOICE-FILE
             AT END
               MOVE 'Y' TO WS-EOF-NF
           END-READ.
           MOVE WS-NF-STATUS   TO WS-FILE-STATUS.
           MOVE 'INVOICE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-NF IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF WS-NF-COUNT IS NOT LESS THAN 5000
               DISPLAY 'EXERC097 - MAIS DE 5000 LINHAS NO NFFORN - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-NF-COUNT
             MOVE NF-REC TO WS-NF-REG(WS-NF-COUNT)
             MOVE 'N'    TO WS-NF-FEITO(WS-NF-COUNT)
             MOVE 'N'    TO WS-NF-ORIGEM(WS-NF-COUNT)
           END-IF.
      *
      * THE HELD INVOICES GO BEHIND THE DAY'S NFFORN, AS THEY DID WHEN
      * THE JOB CONCATENATED THEM.
       CARREGAR-RETIDAS.
           READ HOLD-PREV-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HANT
           END-READ.
           MOVE WS-HANT-STATUS   TO WS-FILE-STATUS.
           MOVE 'HOLD-PREV-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HANT IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF WS-NF-COUNT IS NOT LESS THAN 5000
               DISPLAY 'EXERC097 - MAIS DE 5000 LINHAS NO NFFORN E '
                       'APHOLD - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-NF-COUNT
             MOVE HANT-REC TO WS-NF-REG(WS-NF-COUNT)
             MOVE 'N'      TO WS-NF-FEITO(WS-NF-COUNT)
             MOVE 'H'      TO WS-NF-ORIGEM(WS-NF-COUNT)
           END-IF.
      *
       CARREGAR-PEDIDOS.
           READ PO-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PO
           END-READ.
           MOVE WS-PO-STATUS TO WS-FILE-STATUS.
           MOVE 'PO-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PO IS NOT EQUAL TO 'Y'
             IF WS-PO-COUNT IS NOT LESS THAN 2000
               DISPLAY 'EXERC097 - MAIS DE 2000 PEDIDOS NO POFILE - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-PO-COUNT
             MOVE PO-NUMERO       TO WS-TB-NUMERO(WS-PO-COUNT)
             MOVE PO-BARCODE      TO WS-TB-BARCODE(WS-PO-COUNT)
             MOVE PO-QTD-RECEBIDA TO WS-TB-RECEBIDA(WS-PO-COUNT)
             MOVE PO-FORNECEDOR   TO WS-TB-FORNECEDOR(WS-PO-COUNT)
             MOVE PO-PRECO-UNIT   TO WS-TB-PRECO(WS-PO-COUNT)
             MOVE ZEROES          TO WS-TB-FATURADA(WS-PO-COUNT)
           END-IF.
      *
       CARREGAR-FORNECEDORES.
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
               DISPLAY 'EXERC097 - MAIS DE 1000 FORNECEDORES NO '
                       'FORNMAST - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-FRN-COUNT
             MOVE FORN-CODIGO      TO WS-FR-CODIGO(WS-FRN-COUNT)
             MOVE FORN-NOME        TO WS-FR-NOME(WS-FRN-COUNT)
             MOVE FORN-PRAZO-PAGTO TO WS-FR-PAGTO(WS-FRN-COUNT)
           END-IF.
      *
      * NO APMAST YET (STATUS 35) IS THE FIRST RUN OF ACCOUNTS
      * PAYABLE.
       CARREGAR-PAGAVEIS.
           OPEN INPUT AP-FILE.
           MOVE WS-AP-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'AP-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-PAGAVEL
               WITH TEST AFTER
               UNTIL WS-EOF-AP IS EQUAL TO 'Y'
             CLOSE AP-FILE
           END-IF.
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
             IF WS-AP-COUNT IS NOT LESS THAN 9000
               DISPLAY 'EXERC097 - MAIS DE 9000 TITULOS NO APMAST - '
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
           END-IF.
      *
      * THE QUANTITY ALREADY BILLED AGAINST EACH PO, FROM EVERY LINE
      * EVER MATCHED. NO APLINHA YET (STATUS 35) MEANS NONE.
       CARREGAR-FATURADO.
           OPEN INPUT LINE-HIST.
           MOVE WS-ALN-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'LINE-HIST' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-LINHA-FATURADA
               WITH TEST AFTER
               UNTIL WS-EOF-ALN IS EQUAL TO 'Y'
             CLOSE LINE-HIST
           END-IF.
      *
       LER-LINHA-FATURADA.
           READ LINE-HIST
             AT END
               MOVE 'Y' TO WS-EOF-ALN
           END-READ.
           MOVE WS-ALN-STATUS TO WS-FILE-STATUS.
           MOVE 'LINE-HIST'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-ALN IS NOT EQUAL TO 'Y'
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-PO-COUNT
               IF WS-TB-NUMERO(WS-I) IS EQUAL TO ALN-PO-NUMERO
                 ADD ALN-QTD TO WS-TB-FATURADA(WS-I)
                 MOVE WS-PO-COUNT TO WS-I
               END-IF
             END-PERFORM
             PERFORM GUARDAR-NOTA-FATURADA
           END-IF.
      *
      * THE LINES OF ONE INVOICE SIT TOGETHER ON APLINHA, SO ONLY A
      * CHANGE OF SUPPLIER OR NF OPENS A NEW ENTRY.
       GUARDAR-NOTA-FATURADA.
           MOVE 'N' TO WS-DUPLICADA.
           IF WS-FAT-COUNT IS GREATER THAN ZEROES
             IF WS-FT-FORNECEDOR(WS-FAT-COUNT) IS EQUAL TO
                ALN-FORNECEDOR AND
                WS-FT-NF(WS-FAT-COUNT) IS EQUAL TO ALN-NF
               MOVE 'S' TO WS-DUPLICADA
             END-IF
           END-IF.
      *
           IF WS-DUPLICADA IS EQUAL TO 'N'
             IF WS-FAT-COUNT IS NOT LESS THAN 20000
               DISPLAY 'EXERC097 - MAIS DE 20000 NOTAS NO APLINHA - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-FAT-COUNT
             MOVE ALN-FORNECEDOR TO WS-FT-FORNECEDOR(WS-FAT-COUNT)
             MOVE ALN-NF         TO WS-FT-NF(WS-FAT-COUNT)
           END-IF.
      *
      * AN NFFORN INVOICE THE LAST RUN HELD (ITS APHOLD COPY IS RETRIED
      * INSTEAD) OR ALREADY MATCHED ON APLINHA IS DROPPED WHOLE, SO ITS
      * LINES ARE NOT ADDED TO THE COPY ALREADY IN HAND.
       DESCARTAR-REENVIADAS.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-NF-COUNT
             MOVE WS-NF-REG(WS-N) TO WS-NF-ATUAL
             IF WS-NA-TIPO IS EQUAL TO 'I' AND
                WS-NF-ORIGEM(WS-N) IS EQUAL TO 'N' AND
                WS-NF-FEITO(WS-N) IS EQUAL TO 'N'
               MOVE WS-NA-FORNECEDOR TO WS-NOTA-FORNECEDOR
               MOVE WS-NA-NUMERO     TO WS-NOTA-NUMERO
               PERFORM VERIFICAR-REENVIO
             END-IF
           END-PERFORM.
      *
       VERIFICAR-REENVIO.
           MOVE 'N' TO WS-DUPLICADA.
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-NF-COUNT
             MOVE WS-NF-REG(WS-L) TO WS-NF-ATUAL
             IF WS-NF-ORIGEM(WS-L) IS EQUAL TO 'H' AND
                WS-NA-TIPO IS EQUAL TO 'I' AND
                WS-NA-FORNECEDOR IS EQUAL TO WS-NOTA-FORNECEDOR AND
                WS-NA-NUMERO IS EQUAL TO WS-NOTA-NUMERO
               MOVE 'H' TO WS-DUPLICADA
               MOVE WS-NF-COUNT TO WS-L
             END-IF
           END-PERFORM.
           IF WS-DUPLICADA IS EQUAL TO 'N'
             PERFORM VARYING WS-T FROM 1 BY 1
                     UNTIL WS-T > WS-FAT-COUNT
               IF WS-FT-FORNECEDOR(WS-T) IS EQUAL TO
                  WS-NOTA-FORNECEDOR AND
                  WS-FT-NF(WS-T) IS EQUAL TO WS-NOTA-NUMERO
                 MOVE 'F' TO WS-DUPLICADA
                 MOVE WS-FAT-COUNT TO WS-T
               END-IF
             END-PERFORM
           END-IF.
      *
           IF WS-DUPLICADA IS NOT EQUAL TO 'N'
             PERFORM VARYING WS-L FROM WS-N BY 1
                     UNTIL WS-L > WS-NF-COUNT
               MOVE WS-NF-REG(WS-L) TO WS-NF-ATUAL
               IF WS-NF-ORIGEM(WS-L) IS EQUAL TO 'N' AND
                  WS-NA-TIPO IS EQUAL TO 'I' AND
                  WS-NA-FORNECEDOR IS EQUAL TO WS-NOTA-FORNECEDOR AND
                  WS-NA-NUMERO IS EQUAL TO WS-NOTA-NUMERO
                 MOVE 'D' TO WS-NF-FEITO(WS-L)
               END-IF
             END-PERFORM
             MOVE WS-NF-REG(WS-N) TO WS-NF-ATUAL
             IF WS-DUPLICADA IS EQUAL TO 'H'
               MOVE 'NOTA JA RETIDA NO APHOLD - REENVIO IGNORADO'
                 TO WS-EX-LIT
             ELSE
               MOVE 'NOTA JA CONFERIDA NO APLINHA - DUPLICADA'
                 TO WS-EX-LIT
             END-IF
             PERFORM GRAVAR-EXCECAO
             ADD 1 TO WS-QTD-DUPLICADAS
           END-IF.
      *
      * EVERY INVOICE ONCE - THE FIRST UNTOUCHED LINE OF EACH
      * SUPPLIER/NF PAIR STARTS ITS EVALUATION.
       PROCESSAR-NOTAS.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-NF-COUNT
             MOVE WS-NF-REG(WS-N) TO WS-NF-ATUAL
             IF WS-NA-TIPO IS EQUAL TO 'I' AND
                WS-NF-FEITO(WS-N) IS EQUAL TO 'N'
               MOVE WS-NA-FORNECEDOR   TO WS-NOTA-FORNECEDOR
               MOVE WS-NA-NUMERO       TO WS-NOTA-NUMERO
               MOVE WS-NA-DATA-EMISSAO TO WS-NOTA-EMISSAO
               PERFORM AVALIAR-NOTA
             END-IF
           END-PERFORM.
      *
       AVALIAR-NOTA.
           MOVE 'A'    TO WS-RESULTADO.
           MOVE 'N'    TO WS-LIBERADA.
           MOVE ZEROES TO WS-NOTA-VALOR
                          WS-NOTA-VENC
                          WS-NOTA-LINHAS.
      *
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-NF-COUNT
             MOVE WS-NF-REG(WS-L) TO WS-NF-ATUAL
             IF WS-NA-TIPO IS EQUAL TO 'L' AND
                WS-NA-FORNECEDOR IS EQUAL TO WS-NOTA-FORNECEDOR AND
                WS-NA-NUMERO IS EQUAL TO WS-NOTA-NUMERO
               MOVE 'S' TO WS-LIBERADA
               MOVE 'S' TO WS-NF-FEITO(WS-L)
             END-IF
           END-PERFORM.
      *
           MOVE WS-NF-REG(WS-N) TO WS-NF-ATUAL.
           PERFORM VALIDAR-CABECALHO.
      *
           PERFORM VARYING WS-L FROM WS-N BY 1
                   UNTIL WS-L > WS-NF-COUNT
             MOVE WS-NF-REG(WS-L) TO WS-NF-ATUAL
             IF WS-NA-TIPO IS EQUAL TO 'I' AND
                WS-NA-FORNECEDOR IS EQUAL TO WS-NOTA-FORNECEDOR AND
                WS-NA-NUMERO IS EQUAL TO WS-NOTA-NUMERO
               MOVE 'S' TO WS-NF-FEITO(WS-L)
               ADD 1 TO WS-NOTA-LINHAS
               COMPUTE WS-NOTA-VALOR = WS-NOTA-VALOR
                       + WS-NA-QTD * WS-NA-PRECO-UNIT
               IF NOT WS-NOTA-REJEITADA
                 PERFORM CONFERIR-LINHA
               END-IF
             END-IF
           END-PERFORM.
      *
           IF WS-NOTA-RETIDA AND WS-LIBERADA IS EQUAL TO 'S'
             MOVE 'A' TO WS-RESULTADO
           END-IF.
      *
           EVALUATE TRUE
             WHEN WS-NOTA-ACEITA
               PERFORM ACEITAR-NOTA
             WHEN WS-NOTA-RETIDA
               PERFORM RETER-NOTA
             WHEN OTHER
               ADD 1 TO WS-QTD-REJEITADAS
               MOVE 'REJEITADA'  TO WS-DT-SITUACAO
               PERFORM IMPRIMIR-NOTA
           END-EVALUATE.
      *
      * INVOICE-LEVEL CHECKS: A SUPPLIER WE KNOW, A REAL EMISSION
      * DATE AND AN INVOICE NOT ALREADY ON THE LEDGER.
       VALIDAR-CABECALHO.
           MOVE ZEROES TO WS-FRN-IDX.
           PERFORM VARYING WS-F FROM 1 BY 1
                   UNTIL WS-F > WS-FRN-COUNT
             IF WS-FR-CODIGO(WS-F) IS EQUAL TO WS-NOTA-FORNECEDOR
               MOVE WS-F TO WS-FRN-IDX
               MOVE WS-FRN-COUNT TO WS-F
             END-IF
           END-PERFORM.
      *
           MOVE 'V'             TO WS-FUNCAO-DATECHK.
           MOVE WS-NOTA-EMISSAO TO WS-DATA-VERIFICADA.
           CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                WS-DATA-VERIFICADA
                                WS-RETORNO-DATECHK
                                WS-DIA-SEMANA
           END-CALL.
      *
           EVALUATE TRUE
             WHEN WS-FRN-IDX IS EQUAL TO ZEROES
               MOVE 'FORNECEDOR NAO CADASTRADO - NOTA REJEITADA'
                 TO WS-EX-LIT
               PERFORM REJEITAR-NOTA
             WHEN WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
               MOVE 'DATA DE EMISSAO INVALIDA - NOTA REJEITADA'
                 TO WS-EX-LIT
               PERFORM REJEITAR-NOTA
             WHEN OTHER
               PERFORM VARYING WS-A FROM 1 BY 1
                       UNTIL WS-A > WS-AP-COUNT
                 IF WS-AT-FORNECEDOR(WS-A) IS EQUAL TO
                    WS-NOTA-FORNECEDOR AND
                    WS-AT-NF(WS-A) IS EQUAL TO WS-NOTA-NUMERO
                   MOVE 'NOTA JA LANCADA NO APMAST - DUPLICADA'
                     TO WS-EX-LIT
                   PERFORM REJEITAR-NOTA
                   MOVE WS-AP-COUNT TO WS-A
                 END-IF
               END-PERFORM
           END-EVALUATE.
      *
       REJEITAR-NOTA.
           MOVE 'R' TO WS-RESULTADO.
           PERFORM GRAVAR-EXCECAO.
      *
      * THE THREE-WAY MATCH OF ONE LINE. A WRONG PO, SUPPLIER OR
      * BARCODE REJECTS THE INVOICE; A PRICE OR QUANTITY OUTSIDE
      * TOLERANCE ONLY HOLDS IT.
       CONFERIR-LINHA.
           MOVE ZEROES TO WS-PO-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-PO-COUNT
             IF WS-TB-NUMERO(WS-I) IS EQUAL TO WS-NA-PO-NUMERO
               MOVE WS-I TO WS-PO-IDX
               MOVE WS-PO-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           IF WS-PO-IDX IS EQUAL TO ZEROES
             MOVE 'PEDIDO NAO ENCONTRADO NO POFILE' TO WS-EX-LIT
             PERFORM REJEITAR-NOTA
           ELSE
             EVALUATE TRUE
               WHEN WS-TB-FORNECEDOR(WS-PO-IDX) IS NOT EQUAL TO
                    WS-NOTA-FORNECEDOR
                 MOVE 'PEDIDO EMITIDO PARA OUTRO FORNECEDOR'
                   TO WS-EX-LIT
                 PERFORM REJEITAR-NOTA
               WHEN WS-TB-BARCODE(WS-PO-IDX) IS NOT EQUAL TO
                    WS-NA-BARCODE
                 MOVE 'BARCODE DIVERGE DO PEDIDO' TO WS-EX-LIT
                 PERFORM REJEITAR-NOTA
               WHEN OTHER
                 PERFORM CONFERIR-TOLERANCIAS
             END-EVALUATE
           END-IF.
      *
      * QUANTITY: EVERYTHING BILLED ON THE PO SO FAR PLUS THIS LINE
      * MAY NOT PASS THE QUANTITY RECEIVED BY MORE THAN TOL-QTD.
      * PRICE: THE INVOICE PRICE MAY NOT DIFFER FROM PO-PRECO-UNIT BY
      * MORE THAN TOL-PRECO EITHER WAY. A PO WITHOUT A PRICE CANNOT
      * BE CHECKED AND IS HELD.
       CONFERIR-TOLERANCIAS.
           COMPUTE WS-LIMITE-QTD =
                   WS-TB-RECEBIDA(WS-PO-IDX)
                   * (100 + WS-TOL-QTD) / 100.
           IF WS-TB-FATURADA(WS-PO-IDX) + WS-NA-QTD IS GREATER THAN
              WS-LIMITE-QTD
             MOVE 'QUANTIDADE FATURADA ACIMA DA RECEBIDA'
               TO WS-EX-LIT
             PERFORM RETER-LINHA
           END-IF.
      *
           IF WS-TB-PRECO(WS-PO-IDX) IS EQUAL TO ZEROES
             MOVE 'PEDIDO SEM PRECO - CONFERENCIA MANUAL'
               TO WS-EX-LIT
             PERFORM RETER-LINHA
           ELSE
             IF WS-NA-PRECO-UNIT IS GREATER THAN
                WS-TB-PRECO(WS-PO-IDX)
               COMPUTE WS-DIFERENCA =
                       WS-NA-PRECO-UNIT - WS-TB-PRECO(WS-PO-IDX)
             ELSE
               COMPUTE WS-DIFERENCA =
                       WS-TB-PRECO(WS-PO-IDX) - WS-NA-PRECO-UNIT
             END-IF
             COMPUTE WS-LIMITE-PRECO =
                     WS-TB-PRECO(WS-PO-IDX) * WS-TOL-PRECO / 100
             IF WS-DIFERENCA IS GREATER THAN WS-LIMITE-PRECO
               MOVE 'PRECO FORA DA TOLERANCIA DO PEDIDO'
                 TO WS-EX-LIT
               PERFORM RETER-LINHA
             END-IF
           END-IF.
      *
       RETER-LINHA.
           IF WS-NOTA-ACEITA
             MOVE 'H' TO WS-RESULTADO
           END-IF.
           PERFORM GRAVAR-EXCECAO.
      *
      * THE INVOICE GOES ON THE LEDGER DUE EMISSION DATE PLUS THE
      * SUPPLIER'S PAYMENT TERMS, ITS LINES ARE MARKED FOR APLINHA AND
      * THE QUANTITIES BILLED COUNT AGAINST THEIR POS FROM NOW ON.
       ACEITAR-NOTA.
           IF WS-AP-COUNT IS NOT LESS THAN 9000
             DISPLAY 'EXERC097 - TABELA DE TITULOS CHEIA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           COMPUTE WS-NOTA-VENC =
                   FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-NOTA-EMISSAO)
                    + WS-FR-PAGTO(WS-FRN-IDX)).
           ADD 1 TO WS-AP-COUNT.
           MOVE WS-NOTA-FORNECEDOR TO WS-AT-FORNECEDOR(WS-AP-COUNT).
           MOVE WS-NOTA-NUMERO     TO WS-AT-NF(WS-AP-COUNT).
           MOVE WS-NOTA-EMISSAO    TO WS-AT-EMISSAO(WS-AP-COUNT).
           MOVE WS-NOTA-VENC       TO WS-AT-VENC(WS-AP-COUNT).
           MOVE WS-NOTA-VALOR      TO WS-AT-VALOR(WS-AP-COUNT).
           MOVE 'A'                TO WS-AT-SITUACAO(WS-AP-COUNT).
           MOVE ZEROES             TO WS-AT-DATA-PAGTO(WS-AP-COUNT).
           MOVE 'N'                TO WS-AT-CONTABIL(WS-AP-COUNT).
      *
           PERFORM VARYING WS-L FROM WS-N BY 1
                   UNTIL WS-L > WS-NF-COUNT
             MOVE WS-NF-REG(WS-L) TO WS-NF-ATUAL
             IF WS-NA-TIPO IS EQUAL TO 'I' AND
                WS-NA-FORNECEDOR IS EQUAL TO WS-NOTA-FORNECEDOR AND
                WS-NA-NUMERO IS EQUAL TO WS-NOTA-NUMERO
               MOVE 'A' TO WS-NF-FEITO(WS-L)
               PERFORM VARYING WS-I FROM 1 BY 1
                       UNTIL WS-I > WS-PO-COUNT
                 IF WS-TB-NUMERO(WS-I) IS EQUAL TO WS-NA-PO-NUMERO
                   ADD WS-NA-QTD TO WS-TB-FATURADA(WS-I)
                   MOVE WS-PO-COUNT TO WS-I
                 END-IF
               END-PERFORM
             END-IF
           END-PERFORM.
      *
           ADD 1             TO WS-QTD-ACEITAS.
           ADD WS-NOTA-VALOR TO WS-CONTROL-TOT.
           IF WS-LIBERADA IS EQUAL TO 'S'
             MOVE 'ACEITA - LIBERADA AP' TO WS-DT-SITUACAO
           ELSE
             MOVE 'ACEITA'               TO WS-DT-SITUACAO
           END-IF.
           PERFORM IMPRIMIR-NOTA.
      *
      * THE HELD INVOICE'S LINES GO TO APHOLD AS THEY CAME IN, TO BE
      * READ BACK BEHIND NFFORN ON THE NEXT RUN.
       RETER-NOTA.
           PERFORM VARYING WS-L FROM WS-N BY 1
                   UNTIL WS-L > WS-NF-COUNT
             MOVE WS-NF-REG(WS-L) TO WS-NF-ATUAL
             IF WS-NA-TIPO IS EQUAL TO 'I' AND
                WS-NA-FORNECEDOR IS EQUAL TO WS-NOTA-FORNECEDOR AND
                WS-NA-NUMERO IS EQUAL TO WS-NOTA-NUMERO
               MOVE WS-NF-REG(WS-L) TO HLD-REC
               WRITE HLD-REC
               MOVE WS-HOLD-STATUS  TO WS-FILE-STATUS
               MOVE 'HOLD-FILE'     TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             END-IF
           END-PERFORM.
           ADD 1 TO WS-QTD-RETIDAS.
           MOVE 'RETIDA - TOLERANCIA' TO WS-DT-SITUACAO.
           PERFORM IMPRIMIR-NOTA.
      *
      * A RELEASE THAT FOUND NO INVOICE IS KEYED WRONG OR ARRIVED
      * BEFORE THE INVOICE ITSELF.
       CONFERIR-LIBERACOES.
           PERFORM VARYING WS-N FROM 1 BY 1
                   UNTIL WS-N > WS-NF-COUNT
             MOVE WS-NF-REG(WS-N) TO WS-NF-ATUAL
             IF WS-NF-FEITO(WS-N) IS EQUAL TO 'N'
               IF WS-NA-TIPO IS EQUAL TO 'L'
                 MOVE 'LIBERACAO SEM NOTA CORRESPONDENTE'
                   TO WS-EX-LIT
               ELSE
                 MOVE 'TIPO DE REGISTRO INVALIDO NO NFFORN'
                   TO WS-EX-LIT
               END-IF
               MOVE WS-NA-FORNECEDOR TO WS-NOTA-FORNECEDOR
               MOVE WS-NA-NUMERO     TO WS-NOTA-NUMERO
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-PERFORM.
      *
       IMPRIMIR-NOTA.
           MOVE WS-NOTA-FORNECEDOR TO WS-DT-FORNECEDOR.
           MOVE WS-NOTA-NUMERO     TO WS-DT-NF.
           MOVE WS-NOTA-EMISSAO    TO WS-DT-EMISSAO.
           MOVE WS-NOTA-VENC       TO WS-DT-VENC.
           MOVE WS-NOTA-VALOR      TO WS-DT-VALOR.
           MOVE WS-DETAIL-LINE     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * THE OPEN-PAYABLES LEDGER AFTER THE RUN, OVERDUE ONES FLAGGED.
       LISTAR-EM-ABERTO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'NOTAS ACEITAS'       TO WS-SM-LIT.
           MOVE WS-QTD-ACEITAS        TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'NOTAS RETIDAS'       TO WS-SM-LIT.
           MOVE WS-QTD-RETIDAS        TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'NOTAS REJEITADAS'    TO WS-SM-LIT.
           MOVE WS-QTD-REJEITADAS     TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'NOTAS REENVIADAS DESCARTADAS' TO WS-SM-LIT.
           MOVE WS-QTD-DUPLICADAS     TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CONTAS A PAGAR EM ABERTO' TO WS-TL-LIT.
           MOVE WS-TITLE-LINE              TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AP-COUNT
             IF WS-AT-SITUACAO(WS-A) IS EQUAL TO 'A'
               MOVE WS-AT-FORNECEDOR(WS-A) TO WS-DT-FORNECEDOR
               MOVE WS-AT-NF(WS-A)         TO WS-DT-NF
               MOVE WS-AT-EMISSAO(WS-A)    TO WS-DT-EMISSAO
               MOVE WS-AT-VENC(WS-A)       TO WS-DT-VENC
               MOVE WS-AT-VALOR(WS-A)      TO WS-DT-VALOR
               IF WS-AT-VENC(WS-A) IS LESS THAN WS-RUN-DATE-NUM
                 MOVE '** VENCIDA'         TO WS-DT-SITUACAO
               ELSE
                 MOVE SPACES               TO WS-DT-SITUACAO
               END-IF
               MOVE WS-DETAIL-LINE         TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
               ADD WS-AT-VALOR(WS-A)       TO WS-TOT-ABERTO
             END-IF
           END-PERFORM.
      *
           MOVE 'TOTAL EM ABERTO'     TO WS-TT-LIT.
           MOVE WS-TOT-ABERTO         TO WS-TT-VALOR.
           MOVE WS-TOTAL-LINE         TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
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
           MOVE WS-NOTA-FORNECEDOR TO WS-EX-FORNECEDOR.
           MOVE WS-NOTA-NUMERO     TO WS-EX-NF.
           MOVE WS-NA-PO-NUMERO    TO WS-EX-PO.
           MOVE WS-NA-BARCODE      TO WS-EX-BARCODE.
           MOVE WS-EXCEPT-DETAIL   TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS   TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'      TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
      * THE CONTROL TOTAL IS THE VALUE OF THE INVOICES ACCEPTED.
       FINALIZAR.
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE HOLD-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           PERFORM GRAVAR-LINHAS-FATURADAS.
      *
      * APNEW AND APHOLD ARE CLOSED BY NOW, SO THE ACCEPTED LINES ARE
      * RECORDED AS BILLED ONLY ONCE BOTH ARE COMPLETE.
       GRAVAR-LINHAS-FATURADAS.
           OPEN EXTEND LINE-HIST.
           MOVE WS-ALN-STATUS TO WS-FILE-STATUS.
           MOVE 'LINE-HIST'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-L FROM 1 BY 1
                   UNTIL WS-L > WS-NF-COUNT
             IF WS-NF-FEITO(WS-L) IS EQUAL TO 'A'
               MOVE WS-NF-REG(WS-L)   TO WS-NF-ATUAL
               MOVE WS-NA-FORNECEDOR  TO ALN-FORNECEDOR
               MOVE WS-NA-NUMERO      TO ALN-NF
               MOVE WS-NA-PO-NUMERO   TO ALN-PO-NUMERO
               MOVE WS-NA-BARCODE     TO ALN-BARCODE
               MOVE WS-NA-QTD         TO ALN-QTD
               MOVE WS-NA-PRECO-UNIT  TO ALN-PRECO-UNIT
               MOVE WS-RUN-DATE-NUM   TO ALN-DATA-PROC
               WRITE ALN-REC
               MOVE WS-ALN-STATUS     TO WS-FILE-STATUS
               MOVE 'LINE-HIST'       TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             END-IF
           END-PERFORM.
      *
           CLOSE LINE-HIST.
      *
           COPY CPYPRMPD.
           COPY CPYFILCHK.
