      ******************************************************************
      * FILE NAME   : EXERC096                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTHLY VENDOR SCORECARD - FOR THE AAAAMM ON     *
      *               SCORCTL, MATCHES THE MONTH'S RECVFILE RECEIPTS   *
      *               TO THEIR EXERC046 POS AND PRINTS PER SUPPLIER    *
      *               THE ON-TIME RATE, THE AVERAGE DAYS LATE OF THE   *
      *               LATE RECEIPTS, AND THE FILL RATE (QUANTITY       *
      *               RECEIVED AGAINST QUANTITY ORDERED) OF THE POS    *
      *               DUE IN THE MONTH                                 *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - PURCHASING ASKED FOR NUMBERS    *
      *                BEHIND THE SUPPLIER REVIEWS. A RECEIPT IS ON    *
      *                TIME WHEN RCV-DATA IS NOT AFTER THE PO'S        *
      *                EXPECTED DATE. THE FILL RATE CAPS EACH PO AT    *
      *                ITS ORDERED QUANTITY SO ONE OVER-DELIVERY DOES  *
      *                NOT HIDE ANOTHER SHORTFALL. POS WITHOUT A       *
      *                SUPPLIER ARE SCORED TOGETHER AS "SEM            *
      *                FORNECEDOR"; RECEIPTS FOR UNKNOWN POS OR WITH   *
      *                A BAD DATE GO TO SCOREXC.                       *
      * 2026-10-15 JM  FORNMAST AND POFILE LAYOUTS FOLLOW THE NEW BANK *
      *                ACCOUNT AND PO UNIT PRICE FIELDS.               *
      * 2026-10-15 JM  RCV-REC FOLLOWS THE WIDER RECVFILE RECORD       *
      *                (BATCH AND EXPIRY DATE OF A PERISHABLE RECEIPT) *
      *                - NOT USED HERE.                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC096.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO SCORCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT SUPPLIER-FILE  ASSIGN TO FORNMAST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FORN-STATUS.
      *
           SELECT PO-FILE        ASSIGN TO POFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PO-STATUS.
      *
           SELECT RECEIPT-FILE   ASSIGN TO RECVFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RECV-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO SCORRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO SCOREXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-ANO-MES        PIC 9(06).
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
       FD  RECEIPT-FILE.
       01  RCV-REC.
           05  RCV-PO-NUMERO      PIC 9(06).
           05  RCV-BARCODE        PIC X(13).
           05  RCV-QTD            PIC 9(05).
           05  RCV-DATA           PIC 9(08).
           05  RCV-LOTE           PIC X(10).
           05  RCV-DATA-VALIDADE  PIC 9(08).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-FORN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PO-STATUS           PIC X(02) VALUE SPACES.
       01  WS-RECV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-FORN            PIC X(01) VALUE 'N'.
       01  WS-EOF-PO              PIC X(01) VALUE 'N'.
       01  WS-EOF-RECV            PIC X(01) VALUE 'N'.
      *
       01  WS-ANO-MES             PIC 9(06) VALUE ZEROES.
       01  WS-ANO-MES-R REDEFINES WS-ANO-MES.
           05  WS-AM-AAAA         PIC 9(04).
           05  WS-AM-MM           PIC 9(02).
      *
      * ONE SCORECARD LINE PER SUPPLIER. ENTRY 1 IS RESERVED FOR THE
      * POS THAT WENT OUT WITHOUT A SUPPLIER (CODE ZERO).
       01  WS-SCR-TAB.
           05  WS-SCR-LINHA       OCCURS 1 TO 1001 TIMES
                                   DEPENDING ON WS-SCR-COUNT.
               10  WS-SC-CODIGO     PIC 9(05).
               10  WS-SC-NOME       PIC X(30).
               10  WS-SC-RECEB      PIC 9(05).
               10  WS-SC-NO-PRAZO   PIC 9(05).
               10  WS-SC-ATRASOS    PIC 9(05).
               10  WS-SC-DIAS-ATRASO PIC 9(07).
               10  WS-SC-PEDIDOS    PIC 9(05).
               10  WS-SC-PENDENTES  PIC 9(05).
               10  WS-SC-QTD-PEDIDA PIC 9(09).
               10  WS-SC-QTD-ATEND  PIC 9(09).
       01  WS-SCR-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-S                   PIC 9(04) VALUE ZEROES.
       01  WS-SCR-IDX             PIC 9(04) VALUE ZEROES.
      *
       01  WS-PO-TAB.
           05  WS-PO-LINHA        OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-PO-COUNT.
               10  WS-TB-NUMERO     PIC 9(06).
               10  WS-TB-PREVISTA   PIC 9(08).
               10  WS-TB-FORNECEDOR PIC 9(05).
       01  WS-PO-COUNT            PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-PO-IDX              PIC 9(04) VALUE ZEROES.
      *
       01  WS-FORNECEDOR          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ATENDIDA        PIC 9(05) VALUE ZEROES.
       01  WS-DIAS-ATRASO         PIC 9(05) VALUE ZEROES.
       01  WS-PCT-PRAZO           PIC 9(03)V9(01) VALUE ZEROES.
       01  WS-PCT-ATEND           PIC 9(03)V9(01) VALUE ZEROES.
       01  WS-MEDIA-ATRASO        PIC 9(03)V9(01) VALUE ZEROES.
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE SPACE.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
      * COMPANY TOTALS FOR THE LAST LINE OF THE SCORECARD.
       01  WS-TOT-RECEB           PIC 9(07) VALUE ZEROES.
       01  WS-TOT-NO-PRAZO        PIC 9(07) VALUE ZEROES.
       01  WS-TOT-ATRASOS         PIC 9(07) VALUE ZEROES.
       01  WS-TOT-DIAS-ATRASO     PIC 9(09) VALUE ZEROES.
       01  WS-TOT-PEDIDOS         PIC 9(07) VALUE ZEROES.
       01  WS-TOT-PENDENTES       PIC 9(07) VALUE ZEROES.
       01  WS-TOT-QTD-PEDIDA      PIC 9(11) VALUE ZEROES.
       01  WS-TOT-QTD-ATEND       PIC 9(11) VALUE ZEROES.
      *
       01  WS-DATE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(28)
                                   VALUE 'MES DE REFERENCIA (AAAAMM): '.
           05  WS-DL-ANO-MES      PIC 9(06).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(07) VALUE 'FORNEC.'.
           05  FILLER             PIC X(32) VALUE 'NOME'.
           05  FILLER             PIC X(09) VALUE '   RECEB.'.
           05  FILLER             PIC X(09) VALUE ' NO PRAZO'.
           05  FILLER             PIC X(09) VALUE '  %PRAZO'.
           05  FILLER             PIC X(09) VALUE '  ATRASOS'.
           05  FILLER             PIC X(09) VALUE ' MEDIA AT'.
           05  FILLER             PIC X(09) VALUE '  PEDIDOS'.
           05  FILLER             PIC X(09) VALUE '  %ATEND.'.
           05  FILLER             PIC X(09) VALUE ' PENDENT.'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-CODIGO       PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-RECEB        PIC ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NO-PRAZO     PIC ZZZ.ZZ9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-PCT-PRAZO    PIC ZZ9,9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-ATRASOS      PIC ZZZ.ZZ9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-MEDIA        PIC ZZ9,9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PEDIDOS      PIC ZZZ.ZZ9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-PCT-ATEND    PIC ZZ9,9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PENDENTES    PIC ZZZ.ZZ9.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-PO           PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-BARCODE      PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-DATA         PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(44).
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
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
           PERFORM CARREGAR-FORNECEDORES
             WITH TEST AFTER
             UNTIL WS-EOF-FORN IS EQUAL TO 'Y'.
      *
           PERFORM CARREGAR-PEDIDOS
             WITH TEST AFTER
             UNTIL WS-EOF-PO IS EQUAL TO 'Y'.
      *
           PERFORM APURAR-RECEBIMENTO
             WITH TEST AFTER
             UNTIL WS-EOF-RECV IS EQUAL TO 'Y'.
      *
           PERFORM IMPRIMIR-SCORECARD.
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
           MOVE CTL-ANO-MES TO WS-ANO-MES.
           CLOSE CONTROL-FILE.
      *
           IF CTL-ANO-MES IS NOT NUMERIC OR
              WS-AM-AAAA IS LESS THAN 2000 OR
              WS-AM-MM IS LESS THAN 1 OR
              WS-AM-MM IS GREATER THAN 12
             DISPLAY 'EXERC096 - MES INVALIDO NO SCORCTL: '
                     CTL-ANO-MES
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
      *
           MOVE 1                TO WS-SCR-COUNT.
           MOVE ZEROES           TO WS-SC-CODIGO(1).
           MOVE 'SEM FORNECEDOR' TO WS-SC-NOME(1).
           PERFORM ZERAR-CONTADORES.
      *
           OPEN INPUT  SUPPLIER-FILE.
           MOVE WS-FORN-STATUS  TO WS-FILE-STATUS.
           MOVE 'SUPPLIER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  PO-FILE.
           MOVE WS-PO-STATUS TO WS-FILE-STATUS.
           MOVE 'PO-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  RECEIPT-FILE.
           MOVE WS-RECV-STATUS TO WS-FILE-STATUS.
           MOVE 'RECEIPT-FILE' TO WS-FILE-ID.
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
           MOVE 'EXERC096'                     TO RP-HDR-PROGRAM.
           MOVE 'DESEMPENHO DE FORNECEDORES'   TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT                TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                      TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-ANO-MES                      TO WS-DL-ANO-MES.
           MOVE WS-DATE-LINE                    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       ZERAR-CONTADORES.
           MOVE ZEROES TO WS-SC-RECEB(WS-SCR-COUNT)
                          WS-SC-NO-PRAZO(WS-SCR-COUNT)
                          WS-SC-ATRASOS(WS-SCR-COUNT)
                          WS-SC-DIAS-ATRASO(WS-SCR-COUNT)
                          WS-SC-PEDIDOS(WS-SCR-COUNT)
                          WS-SC-PENDENTES(WS-SCR-COUNT)
                          WS-SC-QTD-PEDIDA(WS-SCR-COUNT)
                          WS-SC-QTD-ATEND(WS-SCR-COUNT).
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
             IF WS-SCR-COUNT IS NOT LESS THAN 1001
               DISPLAY 'EXERC096 - MAIS DE 1000 FORNECEDORES NO '
                       'FORNMAST - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-SCR-COUNT
             MOVE FORN-CODIGO TO WS-SC-CODIGO(WS-SCR-COUNT)
             MOVE FORN-NOME   TO WS-SC-NOME(WS-SCR-COUNT)
             PERFORM ZERAR-CONTADORES
           END-IF.
      *
      * EVERY PO IS KEPT FOR THE RECEIPT MATCH. A PO DUE IN THE MONTH
      * ALSO COUNTS TOWARDS ITS SUPPLIER'S FILL RATE, WITH THE
      * RECEIVED QUANTITY CAPPED AT THE ORDERED ONE.
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
               DISPLAY 'EXERC096 - MAIS DE 2000 PEDIDOS NO POFILE - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-PO-COUNT
             MOVE PO-NUMERO        TO WS-TB-NUMERO(WS-PO-COUNT)
             MOVE PO-DATA-PREVISTA TO WS-TB-PREVISTA(WS-PO-COUNT)
             MOVE PO-FORNECEDOR    TO WS-TB-FORNECEDOR(WS-PO-COUNT)
      *
             IF PO-DATA-PREVISTA(1:6) IS EQUAL TO WS-ANO-MES
               MOVE PO-FORNECEDOR TO WS-FORNECEDOR
               PERFORM LOCALIZAR-FORNECEDOR
               IF PO-QTD-RECEBIDA IS GREATER THAN PO-QTD-PEDIDA
                 MOVE PO-QTD-PEDIDA   TO WS-QTD-ATENDIDA
               ELSE
                 MOVE PO-QTD-RECEBIDA TO WS-QTD-ATENDIDA
               END-IF
               ADD 1               TO WS-SC-PEDIDOS(WS-SCR-IDX)
               ADD PO-QTD-PEDIDA   TO WS-SC-QTD-PEDIDA(WS-SCR-IDX)
               ADD WS-QTD-ATENDIDA TO WS-SC-QTD-ATEND(WS-SCR-IDX)
               IF WS-QTD-ATENDIDA IS LESS THAN PO-QTD-PEDIDA
                 ADD 1 TO WS-SC-PENDENTES(WS-SCR-IDX)
               END-IF
             END-IF
           END-IF.
      *
      * A SUPPLIER CODE NOT ON FORNMAST (REMOVED BY HAND) IS SCORED
      * WITH THE POS THAT HAVE NO SUPPLIER.
       LOCALIZAR-FORNECEDOR.
           MOVE 1 TO WS-SCR-IDX.
           PERFORM VARYING WS-S FROM 2 BY 1
                   UNTIL WS-S > WS-SCR-COUNT
             IF WS-SC-CODIGO(WS-S) IS EQUAL TO WS-FORNECEDOR
               MOVE WS-S TO WS-SCR-IDX
               MOVE WS-SCR-COUNT TO WS-S
             END-IF
           END-PERFORM.
      *
      * ONLY THE MONTH'S RECEIPTS ARE SCORED. ON TIME MEANS NOT AFTER
      * THE PO'S EXPECTED DATE; A LATE RECEIPT ADDS ITS DAYS LATE.
       APURAR-RECEBIMENTO.
           READ RECEIPT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-RECV
           END-READ.
           MOVE WS-RECV-STATUS TO WS-FILE-STATUS.
           MOVE 'RECEIPT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RECV IS NOT EQUAL TO 'Y' AND
              RCV-DATA(1:6) IS EQUAL TO WS-ANO-MES
             ADD 1 TO WS-RECS-READ
             MOVE ZEROES TO WS-PO-IDX
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-PO-COUNT
               IF WS-TB-NUMERO(WS-I) IS EQUAL TO RCV-PO-NUMERO
                 MOVE WS-I TO WS-PO-IDX
                 MOVE WS-PO-COUNT TO WS-I
               END-IF
             END-PERFORM
      *
             MOVE 'V'      TO WS-FUNCAO-DATECHK
             MOVE RCV-DATA TO WS-DATA-VERIFICADA
             CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                  WS-DATA-VERIFICADA
                                  WS-RETORNO-DATECHK
                                  WS-DIA-SEMANA
             END-CALL
      *
             EVALUATE TRUE
               WHEN WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
                 MOVE 'DATA DE RECEBIMENTO INVALIDA' TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               WHEN WS-PO-IDX IS EQUAL TO ZEROES
                 MOVE 'PEDIDO NAO ENCONTRADO NO POFILE' TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               WHEN WS-TB-PREVISTA(WS-PO-IDX) IS EQUAL TO ZEROES
                 MOVE 'PEDIDO SEM DATA PREVISTA' TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               WHEN OTHER
                 PERFORM PONTUAR-RECEBIMENTO
             END-EVALUATE
           END-IF.
      *
       PONTUAR-RECEBIMENTO.
           MOVE WS-TB-FORNECEDOR(WS-PO-IDX) TO WS-FORNECEDOR.
           PERFORM LOCALIZAR-FORNECEDOR.
           ADD 1       TO WS-SC-RECEB(WS-SCR-IDX).
           ADD RCV-QTD TO WS-CONTROL-TOT.
           IF RCV-DATA IS GREATER THAN WS-TB-PREVISTA(WS-PO-IDX)
             COMPUTE WS-DIAS-ATRASO =
                     FUNCTION INTEGER-OF-DATE(RCV-DATA)
                     - FUNCTION INTEGER-OF-DATE
                       (WS-TB-PREVISTA(WS-PO-IDX))
             ADD 1              TO WS-SC-ATRASOS(WS-SCR-IDX)
             ADD WS-DIAS-ATRASO TO WS-SC-DIAS-ATRASO(WS-SCR-IDX)
           ELSE
             ADD 1 TO WS-SC-NO-PRAZO(WS-SCR-IDX)
           END-IF.
      *
      * SUPPLIERS WITH NOTHING RECEIVED AND NOTHING DUE IN THE MONTH
      * ARE LEFT OFF THE REPORT.
       IMPRIMIR-SCORECARD.
           PERFORM VARYING WS-S FROM 1 BY 1
                   UNTIL WS-S > WS-SCR-COUNT
             IF WS-SC-RECEB(WS-S) IS GREATER THAN ZEROES OR
                WS-SC-PEDIDOS(WS-S) IS GREATER THAN ZEROES
               MOVE WS-SC-CODIGO(WS-S)     TO WS-DT-CODIGO
               MOVE WS-SC-NOME(WS-S)       TO WS-DT-NOME
               MOVE ZEROES TO WS-PCT-PRAZO
                              WS-PCT-ATEND
                              WS-MEDIA-ATRASO
               IF WS-SC-RECEB(WS-S) IS GREATER THAN ZEROES
                 COMPUTE WS-PCT-PRAZO ROUNDED =
                         WS-SC-NO-PRAZO(WS-S) * 100
                         / WS-SC-RECEB(WS-S)
               END-IF
               IF WS-SC-ATRASOS(WS-S) IS GREATER THAN ZEROES
                 COMPUTE WS-MEDIA-ATRASO ROUNDED =
                         WS-SC-DIAS-ATRASO(WS-S)
                         / WS-SC-ATRASOS(WS-S)
               END-IF
               IF WS-SC-QTD-PEDIDA(WS-S) IS GREATER THAN ZEROES
                 COMPUTE WS-PCT-ATEND ROUNDED =
                         WS-SC-QTD-ATEND(WS-S) * 100
                         / WS-SC-QTD-PEDIDA(WS-S)
               END-IF
               MOVE WS-SC-RECEB(WS-S)      TO WS-DT-RECEB
               MOVE WS-SC-NO-PRAZO(WS-S)   TO WS-DT-NO-PRAZO
               MOVE WS-SC-ATRASOS(WS-S)    TO WS-DT-ATRASOS
               MOVE WS-SC-PEDIDOS(WS-S)    TO WS-DT-PEDIDOS
               MOVE WS-SC-PENDENTES(WS-S)  TO WS-DT-PENDENTES
               MOVE WS-PCT-PRAZO           TO WS-DT-PCT-PRAZO
               MOVE WS-MEDIA-ATRASO        TO WS-DT-MEDIA
               MOVE WS-PCT-ATEND           TO WS-DT-PCT-ATEND
               MOVE WS-DETAIL-LINE         TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
               ADD 1 TO WS-RECS-WRTN
      *
               ADD WS-SC-RECEB(WS-S)       TO WS-TOT-RECEB
               ADD WS-SC-NO-PRAZO(WS-S)    TO WS-TOT-NO-PRAZO
               ADD WS-SC-ATRASOS(WS-S)     TO WS-TOT-ATRASOS
               ADD WS-SC-DIAS-ATRASO(WS-S) TO WS-TOT-DIAS-ATRASO
               ADD WS-SC-PEDIDOS(WS-S)     TO WS-TOT-PEDIDOS
               ADD WS-SC-PENDENTES(WS-S)   TO WS-TOT-PENDENTES
               ADD WS-SC-QTD-PEDIDA(WS-S)  TO WS-TOT-QTD-PEDIDA
               ADD WS-SC-QTD-ATEND(WS-S)   TO WS-TOT-QTD-ATEND
             END-IF
           END-PERFORM.
      *
           MOVE ZEROES TO WS-PCT-PRAZO
                          WS-PCT-ATEND
                          WS-MEDIA-ATRASO.
           IF WS-TOT-RECEB IS GREATER THAN ZEROES
             COMPUTE WS-PCT-PRAZO ROUNDED =
                     WS-TOT-NO-PRAZO * 100 / WS-TOT-RECEB
           END-IF.
           IF WS-TOT-ATRASOS IS GREATER THAN ZEROES
             COMPUTE WS-MEDIA-ATRASO ROUNDED =
                     WS-TOT-DIAS-ATRASO / WS-TOT-ATRASOS
           END-IF.
           IF WS-TOT-QTD-PEDIDA IS GREATER THAN ZEROES
             COMPUTE WS-PCT-ATEND ROUNDED =
                     WS-TOT-QTD-ATEND * 100 / WS-TOT-QTD-PEDIDA
           END-IF.
           MOVE SPACES              TO WS-DT-CODIGO.
           MOVE 'TOTAL GERAL'       TO WS-DT-NOME.
           MOVE WS-TOT-RECEB        TO WS-DT-RECEB.
           MOVE WS-TOT-NO-PRAZO     TO WS-DT-NO-PRAZO.
           MOVE WS-TOT-ATRASOS      TO WS-DT-ATRASOS.
           MOVE WS-TOT-PEDIDOS      TO WS-DT-PEDIDOS.
           MOVE WS-TOT-PENDENTES    TO WS-DT-PENDENTES.
           MOVE WS-PCT-PRAZO        TO WS-DT-PCT-PRAZO.
           MOVE WS-MEDIA-ATRASO     TO WS-DT-MEDIA.
           MOVE WS-PCT-ATEND        TO WS-DT-PCT-ATEND.
           MOVE WS-DETAIL-LINE      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-EXCECAO.
           MOVE RCV-PO-NUMERO    TO WS-EX-PO.
           MOVE RCV-BARCODE      TO WS-EX-BARCODE.
           MOVE RCV-DATA         TO WS-EX-DATA.
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
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE SUPPLIER-FILE.
           CLOSE PO-FILE.
           CLOSE RECEIPT-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           COPY CPYFILCHK.
