      ******************************************************************
      * FILE NAME   : EXERC093                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : TREASURY HOLDINGS MAINTENANCE - APPLIES THE      *
      *               DAY'S HOLDTRN BUY AND SELL TICKETS TO THE        *
      *               HOLDMAST POSITION MASTER (INSTRUMENT, QUANTITY,  *
      *               AVERAGE COST). A BUY RECOMPUTES THE AVERAGE      *
      *               COST; A SALE KEEPS IT AND REALIZES QUANTITY      *
      *               TIMES (PRICE - AVERAGE COST). EVERY ACCEPTED     *
      *               TICKET IS APPENDED TO HOLDHIST WITH ITS COST AND *
      *               REALIZED RESULT FOR THE EXERC094 VALUATION, AND  *
      *               THE UPDATED MASTER IS WRITTEN TO HOLDNEW FOR THE *
      *               NEXT STEP TO COPY BACK OVER HOLDMAST.            *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE TREASURY POSITIONS IN THE   *
      *                EXERC014 PRICEFIL INSTRUMENTS WERE KEPT ON A    *
      *                SPREADSHEET. A TICKET ALREADY ON HOLDHIST IS    *
      *                NOT APPLIED AGAIN. A SALE OF MORE THAN IS       *
      *                HELD, A FUTURE OR INVALID DATE AND A ZERO       *
      *                QUANTITY OR PRICE GO TO HOLDEXC. A POSITION     *
      *                SOLD DOWN TO ZERO LEAVES THE MASTER.            *
      * 2026-10-15 JM  THE ACCEPTED TICKETS ARE KEPT IN A TABLE AND    *
      *                APPENDED TO HOLDHIST ONLY AFTER HOLDNEW IS      *
      *                CLOSED. HOLDHIST WAS WRITTEN AS EACH TICKET WAS *
      *                APPLIED, SO AN ABEND THAT DELETED HOLDNEW LEFT  *
      *                THE TICKETS MARKED AS APPLIED AND THE RERUN     *
      *                SKIPPED THEM. IF THE STEP132 COPY FAILS, THE    *
      *                LATEST HOLDNEW IS COPIED BY HAND - THIS STEP IS *
      *                NOT RERUN.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC093.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRADE-FILE     ASSIGN TO HOLDTRN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TRN-STATUS.
      *
           SELECT HOLD-MASTER    ASSIGN TO HOLDMAST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HLD-STATUS.
      *
           SELECT HOLD-NEW       ASSIGN TO HOLDNEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HNW-STATUS.
      *
           SELECT HOLD-HIST      ASSIGN TO HOLDHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HHS-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO HOLDRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO HOLDEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE DEALING TICKET - 'C' BUY, 'V' SELL. THE INSTRUMENT CODE IS
      * THE ONE EXERC014 PRICES (PRC-INSTRUMENTO).
       FD  TRADE-FILE.
       01  TRN-REC.
           05  TRN-NUMERO         PIC 9(08).
           05  TRN-DATA           PIC 9(08).
           05  TRN-INSTRUMENTO    PIC X(10).
           05  TRN-TIPO           PIC X(01).
               88  TRN-COMPRA     VALUE 'C'.
               88  TRN-VENDA      VALUE 'V'.
           05  TRN-QUANTIDADE     PIC 9(09).
           05  TRN-PRECO          PIC 9(06)V9(02).
      *
      * ONE POSITION PER INSTRUMENT, AVERAGE COST TO FOUR DECIMALS.
       FD  HOLD-MASTER.
       01  HLD-REC.
           05  HLD-INSTRUMENTO    PIC X(10).
           05  HLD-QUANTIDADE     PIC 9(09).
           05  HLD-CUSTO-MEDIO    PIC 9(06)V9(04).
           05  HLD-DATA-ULT-MOV   PIC 9(08).
      *
       FD  HOLD-NEW.
       01  HNW-REC                PIC X(37).
      *
      * ONE RECORD PER TICKET APPLIED. HHS-CUSTO IS THE COST OF WHAT
      * WAS BOUGHT OR THE AVERAGE COST OF WHAT WAS SOLD; HHS-RESULTADO
      * IS THE REALIZED RESULT OF A SALE (ZERO ON A BUY).
       FD  HOLD-HIST.
       01  HHS-REC.
           05  HHS-NUMERO         PIC 9(08).
           05  HHS-DATA           PIC 9(08).
           05  HHS-INSTRUMENTO    PIC X(10).
           05  HHS-TIPO           PIC X(01).
           05  HHS-QUANTIDADE     PIC 9(09).
           05  HHS-PRECO          PIC 9(06)V9(02).
           05  HHS-VALOR          PIC 9(12)V9(02).
           05  HHS-CUSTO          PIC 9(12)V9(02).
           05  HHS-RESULTADO      PIC S9(12)V9(02)
                                   SIGN IS LEADING SEPARATE.
           05  HHS-DATA-PROC      PIC 9(08).
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
       01  WS-TRN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HLD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HNW-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HHS-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
       01  WS-EOF-TRN             PIC X(01) VALUE 'N'.
       01  WS-EOF-HLD             PIC X(01) VALUE 'N'.
       01  WS-EOF-HHS             PIC X(01) VALUE 'N'.
      *
      * DATECHK INTERFACE - 'F' ALSO REFUSES A DATE AFTER TODAY.
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE 'F'.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
      * THE POSITIONS - LOADED FROM HOLDMAST AND UPDATED IN PLACE.
       01  WS-POS-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-POS-TAB.
           05  WS-POS-ENTRY OCCURS 500 TIMES.
               10  WS-POS-INSTRUMENTO PIC X(10).
               10  WS-POS-QUANTIDADE  PIC 9(09).
               10  WS-POS-CUSTO-MEDIO PIC 9(06)V9(04).
               10  WS-POS-DATA-ULT-MOV PIC 9(08).
      *
      * TICKETS ALREADY APPLIED - HOLDHIST PLUS THIS RUN'S.
       01  WS-TKT-COUNT           PIC 9(05) VALUE ZEROES.
       01  WS-TKT-CHAVE           PIC 9(08) VALUE ZEROES.
       01  WS-TKT-TAB.
           05  WS-TKT-NUMERO      OCCURS 20000 TIMES PIC 9(08).
      *
      * THIS RUN'S HOLDHIST RECORDS, WRITTEN OUT ONCE HOLDNEW IS DONE.
       01  WS-MOV-REG.
           05  WS-MV-NUMERO       PIC 9(08).
           05  WS-MV-DATA         PIC 9(08).
           05  WS-MV-INSTRUMENTO  PIC X(10).
           05  WS-MV-TIPO         PIC X(01).
           05  WS-MV-QUANTIDADE   PIC 9(09).
           05  WS-MV-PRECO        PIC 9(06)V9(02).
           05  WS-MV-VALOR        PIC 9(12)V9(02).
           05  WS-MV-CUSTO        PIC 9(12)V9(02).
           05  WS-MV-RESULTADO    PIC S9(12)V9(02)
                                   SIGN IS LEADING SEPARATE.
           05  WS-MV-DATA-PROC    PIC 9(08).
       01  WS-MOV-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-MOV-TAB.
           05  WS-MOV-LINHA       OCCURS 5000 TIMES PIC X(95).
      *
       01  WS-I                   PIC 9(05) VALUE ZEROES.
       01  WS-ACHOU               PIC 9(05) VALUE ZEROES.
       01  WS-TRN-OK              PIC X(01) VALUE 'S'.
       01  WS-VALOR               PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-CUSTO               PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-RESULTADO           PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-NOVA-QTD            PIC 9(10) VALUE ZEROES.
      *
       01  WS-QTD-TICKETS         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-COMPRAS         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-VENDAS          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-JA-APLICADOS    PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ZERADAS         PIC 9(05) VALUE ZEROES.
       01  WS-TOT-COMPRAS         PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-VENDAS          PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-RESULTADO       PIC S9(12)V9(02) VALUE ZEROES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE '  TICKET  '.
           05  FILLER             PIC X(10) VALUE '  DATA    '.
           05  FILLER             PIC X(13) VALUE 'INSTRUMENTO  '.
           05  FILLER             PIC X(13) VALUE '   QUANTIDADE'.
           05  FILLER             PIC X(12) VALUE '       PRECO'.
           05  FILLER             PIC X(19) VALUE
               '              VALOR'.
           05  FILLER             PIC X(13) VALUE '  POSICAO'.
           05  FILLER             PIC X(13) VALUE ' CUSTO MEDIO'.
           05  FILLER             PIC X(18) VALUE
               '         REALIZADO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-NUMERO       PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DATA         PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-INSTRUMENTO  PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-TIPO         PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-QUANTIDADE   PIC ZZZ.ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PRECO        PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VALOR        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-POSICAO      PIC ZZZ.ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CUSTO-MEDIO  PIC ZZZ.ZZ9,9999.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-RESULTADO    PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                   BLANK WHEN ZERO.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(36).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TT-LIT          PIC X(36).
           05  WS-TT-VALOR        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-NUMERO       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-INSTRUMENTO  PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
           COPY CPYRUNLG.
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
       01  WS-CONTROL-TOT         PIC S9(10)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM PROCESSAR-TICKET
             WITH TEST AFTER
             UNTIL WS-EOF-TRN IS EQUAL TO 'Y'.
      *
           PERFORM GRAVAR-MESTRE-NOVO.
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC093' TO WS-EXL-PROGRAMA.
           MOVE 'HOLDEXC ' TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
      *
           PERFORM CARREGAR-POSICOES.
           PERFORM CARREGAR-HISTORICO.
      *
           OPEN INPUT  TRADE-FILE.
           MOVE WS-TRN-STATUS   TO WS-FILE-STATUS.
           MOVE 'TRADE-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT HOLD-NEW.
           MOVE WS-HNW-STATUS   TO WS-FILE-STATUS.
           MOVE 'HOLD-NEW'      TO WS-FILE-ID.
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
           MOVE 'EXERC093'                    TO RP-HDR-PROGRAM.
           MOVE 'MOVIMENTACAO DA CARTEIRA'    TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * NO HOLDMAST YET (STATUS 35) IS THE FIRST DAY OF THE PORTFOLIO.
       CARREGAR-POSICOES.
           OPEN INPUT HOLD-MASTER.
           MOVE WS-HLD-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'HOLD-MASTER' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-POSICAO
               WITH TEST AFTER
               UNTIL WS-EOF-HLD IS EQUAL TO 'Y'
             CLOSE HOLD-MASTER
           END-IF.
      *
       LER-POSICAO.
           READ HOLD-MASTER
             AT END
               MOVE 'Y' TO WS-EOF-HLD
           END-READ.
           MOVE WS-HLD-STATUS TO WS-FILE-STATUS.
           MOVE 'HOLD-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HLD IS NOT EQUAL TO 'Y'
             IF WS-POS-COUNT IS NOT LESS THAN 500
               DISPLAY 'EXERC093 - MAIS DE 500 POSICOES NO HOLDMAST - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-POS-COUNT
             MOVE HLD-INSTRUMENTO  TO WS-POS-INSTRUMENTO(WS-POS-COUNT)
             MOVE HLD-QUANTIDADE   TO WS-POS-QUANTIDADE(WS-POS-COUNT)
             MOVE HLD-CUSTO-MEDIO  TO WS-POS-CUSTO-MEDIO(WS-POS-COUNT)
             MOVE HLD-DATA-ULT-MOV TO
                  WS-POS-DATA-ULT-MOV(WS-POS-COUNT)
           END-IF.
      *
      * EVERY TICKET EVER APPLIED. NO HOLDHIST YET (STATUS 35) MEANS
      * NOTHING HAS BEEN.
       CARREGAR-HISTORICO.
           OPEN INPUT HOLD-HIST.
           MOVE WS-HHS-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'HOLD-HIST' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-HISTORICO
               WITH TEST AFTER
               UNTIL WS-EOF-HHS IS EQUAL TO 'Y'
             CLOSE HOLD-HIST
           END-IF.
      *
       LER-HISTORICO.
           READ HOLD-HIST
             AT END
               MOVE 'Y' TO WS-EOF-HHS
           END-READ.
           MOVE WS-HHS-STATUS TO WS-FILE-STATUS.
           MOVE 'HOLD-HIST'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HHS IS NOT EQUAL TO 'Y'
             MOVE HHS-NUMERO TO WS-TKT-CHAVE
             PERFORM REGISTRAR-TICKET
           END-IF.
      *
       REGISTRAR-TICKET.
           IF WS-TKT-COUNT IS NOT LESS THAN 20000
             DISPLAY 'EXERC093 - MAIS DE 20000 TICKETS NO HOLDHIST - '
                     'RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-TKT-COUNT.
           MOVE WS-TKT-CHAVE TO WS-TKT-NUMERO(WS-TKT-COUNT).
      *
       PROCESSAR-TICKET.
           READ TRADE-FILE
             AT END
               MOVE 'Y' TO WS-EOF-TRN
           END-READ.
           MOVE WS-TRN-STATUS   TO WS-FILE-STATUS.
           MOVE 'TRADE-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-TRN IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-TICKETS
             PERFORM VALIDAR-TICKET
             IF WS-TRN-OK IS EQUAL TO 'S'
               IF TRN-COMPRA
                 PERFORM APLICAR-COMPRA
               ELSE
                 PERFORM APLICAR-VENDA
               END-IF
               PERFORM GRAVAR-MOVIMENTO
               MOVE TRN-NUMERO TO WS-TKT-CHAVE
               PERFORM REGISTRAR-TICKET
               PERFORM IMPRIMIR-TICKET
             END-IF
           END-IF.
      *
      * THE FIRST PROBLEM FOUND REJECTS THE TICKET. A TICKET ALREADY
      * APPLIED IS ONLY COUNTED - IT IS THE RERUN OF A NIGHT, NOT AN
      * ERROR IN THE DEALING FILE.
       VALIDAR-TICKET.
           MOVE 'S' TO WS-TRN-OK.
           MOVE ZEROES TO WS-ACHOU.
      *
           IF TRN-NUMERO IS NOT NUMERIC OR
              TRN-DATA IS NOT NUMERIC OR
              TRN-QUANTIDADE IS NOT NUMERIC OR
              TRN-PRECO IS NOT NUMERIC
             MOVE 'CAMPO NUMERICO INVALIDO NO TICKET' TO WS-EX-LIT
             PERFORM REJEITAR-TICKET
           END-IF.
      *
           IF WS-TRN-OK IS EQUAL TO 'S'
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-TKT-COUNT
               IF WS-TKT-NUMERO(WS-I) IS EQUAL TO TRN-NUMERO
                 MOVE 'N' TO WS-TRN-OK
                 MOVE WS-TKT-COUNT TO WS-I
               END-IF
             END-PERFORM
             IF WS-TRN-OK IS EQUAL TO 'N'
               ADD 1 TO WS-QTD-JA-APLICADOS
             END-IF
           END-IF.
      *
           IF WS-TRN-OK IS EQUAL TO 'S' AND
              NOT TRN-COMPRA AND NOT TRN-VENDA
             MOVE 'TIPO DE OPERACAO DIFERENTE DE C/V' TO WS-EX-LIT
             PERFORM REJEITAR-TICKET
           END-IF.
      *
           IF WS-TRN-OK IS EQUAL TO 'S' AND
              (TRN-QUANTIDADE IS EQUAL TO ZEROES OR
               TRN-PRECO IS EQUAL TO ZEROES)
             MOVE 'QUANTIDADE OU PRECO ZERADO' TO WS-EX-LIT
             PERFORM REJEITAR-TICKET
           END-IF.
      *
           IF WS-TRN-OK IS EQUAL TO 'S'
             MOVE TRN-DATA TO WS-DATA-VERIFICADA
             CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                  WS-DATA-VERIFICADA
                                  WS-RETORNO-DATECHK
                                  WS-DIA-SEMANA
             END-CALL
             IF WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
               MOVE 'DATA DO TICKET INVALIDA OU FUTURA' TO WS-EX-LIT
               PERFORM REJEITAR-TICKET
             END-IF
           END-IF.
      *
           IF WS-TRN-OK IS EQUAL TO 'S'
             PERFORM LOCALIZAR-POSICAO
             IF TRN-VENDA
               IF WS-ACHOU IS EQUAL TO ZEROES
                 MOVE 'VENDA DE INSTRUMENTO SEM POSICAO' TO WS-EX-LIT
                 PERFORM REJEITAR-TICKET
               ELSE
                 IF TRN-QUANTIDADE IS GREATER THAN
                    WS-POS-QUANTIDADE(WS-ACHOU)
                   MOVE 'VENDA MAIOR QUE A POSICAO EM CARTEIRA'
                     TO WS-EX-LIT
                   PERFORM REJEITAR-TICKET
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
       LOCALIZAR-POSICAO.
           MOVE ZEROES TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-POS-COUNT
             IF WS-POS-INSTRUMENTO(WS-I) IS EQUAL TO TRN-INSTRUMENTO
               MOVE WS-I TO WS-ACHOU
               MOVE WS-POS-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
       REJEITAR-TICKET.
           MOVE 'N' TO WS-TRN-OK.
           ADD 1 TO WS-QTD-REJEITADOS.
           MOVE TRN-NUMERO      TO WS-EX-NUMERO.
           MOVE TRN-INSTRUMENTO TO WS-EX-INSTRUMENTO.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
      * NEW AVERAGE = (HELD * AVERAGE + BOUGHT * PRICE) / NEW HOLDING.
      * A NEW INSTRUMENT OPENS A POSITION AT THE TICKET PRICE.
       APLICAR-COMPRA.
           IF WS-ACHOU IS EQUAL TO ZEROES
             IF WS-POS-COUNT IS NOT LESS THAN 500
               DISPLAY 'EXERC093 - MAIS DE 500 POSICOES NA CARTEIRA - '
                       'RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-POS-COUNT
             MOVE WS-POS-COUNT    TO WS-ACHOU
             MOVE TRN-INSTRUMENTO TO WS-POS-INSTRUMENTO(WS-ACHOU)
             MOVE ZEROES          TO WS-POS-QUANTIDADE(WS-ACHOU)
             MOVE ZEROES          TO WS-POS-CUSTO-MEDIO(WS-ACHOU)
           END-IF.
      *
           COMPUTE WS-VALOR ROUNDED = TRN-QUANTIDADE * TRN-PRECO.
           MOVE WS-VALOR TO WS-CUSTO.
           MOVE ZEROES   TO WS-RESULTADO.
           COMPUTE WS-NOVA-QTD =
                   WS-POS-QUANTIDADE(WS-ACHOU) + TRN-QUANTIDADE.
           IF WS-NOVA-QTD IS GREATER THAN 999999999
             DISPLAY 'EXERC093 - POSICAO EM ' TRN-INSTRUMENTO
                     ' EXCEDE 999.999.999 - RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           COMPUTE WS-POS-CUSTO-MEDIO(WS-ACHOU) ROUNDED =
                   (WS-POS-QUANTIDADE(WS-ACHOU) *
                    WS-POS-CUSTO-MEDIO(WS-ACHOU) +
                    TRN-QUANTIDADE * TRN-PRECO) / WS-NOVA-QTD.
           MOVE WS-NOVA-QTD TO WS-POS-QUANTIDADE(WS-ACHOU).
           MOVE TRN-DATA    TO WS-POS-DATA-ULT-MOV(WS-ACHOU).
      *
           ADD 1        TO WS-QTD-COMPRAS.
           ADD WS-VALOR TO WS-TOT-COMPRAS.
      *
      * A SALE LEAVES THE AVERAGE COST AS IT IS; THE DIFFERENCE
      * BETWEEN THE PROCEEDS AND THE COST OF WHAT WAS SOLD IS THE
      * REALIZED RESULT.
       APLICAR-VENDA.
           COMPUTE WS-VALOR ROUNDED = TRN-QUANTIDADE * TRN-PRECO.
           COMPUTE WS-CUSTO ROUNDED =
                   TRN-QUANTIDADE * WS-POS-CUSTO-MEDIO(WS-ACHOU).
           COMPUTE WS-RESULTADO = WS-VALOR - WS-CUSTO.
           SUBTRACT TRN-QUANTIDADE FROM WS-POS-QUANTIDADE(WS-ACHOU).
           MOVE TRN-DATA TO WS-POS-DATA-ULT-MOV(WS-ACHOU).
           IF WS-POS-QUANTIDADE(WS-ACHOU) IS EQUAL TO ZEROES
             MOVE ZEROES TO WS-POS-CUSTO-MEDIO(WS-ACHOU)
             ADD 1 TO WS-QTD-ZERADAS
           END-IF.
      *
           ADD 1            TO WS-QTD-VENDAS.
           ADD WS-VALOR     TO WS-TOT-VENDAS.
           ADD WS-RESULTADO TO WS-TOT-RESULTADO.
      *
       GRAVAR-MOVIMENTO.
           IF WS-MOV-COUNT IS NOT LESS THAN 5000
             DISPLAY 'EXERC093 - MAIS DE 5000 TICKETS NO HOLDTRN - '
                     'RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE TRN-NUMERO      TO WS-MV-NUMERO.
           MOVE TRN-DATA        TO WS-MV-DATA.
           MOVE TRN-INSTRUMENTO TO WS-MV-INSTRUMENTO.
           MOVE TRN-TIPO        TO WS-MV-TIPO.
           MOVE TRN-QUANTIDADE  TO WS-MV-QUANTIDADE.
           MOVE TRN-PRECO       TO WS-MV-PRECO.
           MOVE WS-VALOR        TO WS-MV-VALOR.
           MOVE WS-CUSTO        TO WS-MV-CUSTO.
           MOVE WS-RESULTADO    TO WS-MV-RESULTADO.
           MOVE WS-RUN-DATE-NUM TO WS-MV-DATA-PROC.
           ADD 1 TO WS-MOV-COUNT.
           MOVE WS-MOV-REG      TO WS-MOV-LINHA(WS-MOV-COUNT).
      *
       IMPRIMIR-TICKET.
           MOVE TRN-NUMERO      TO WS-DT-NUMERO.
           MOVE TRN-DATA        TO WS-DT-DATA.
           MOVE TRN-INSTRUMENTO TO WS-DT-INSTRUMENTO.
           MOVE TRN-TIPO        TO WS-DT-TIPO.
           MOVE TRN-QUANTIDADE  TO WS-DT-QUANTIDADE.
           MOVE TRN-PRECO       TO WS-DT-PRECO.
           MOVE WS-VALOR        TO WS-DT-VALOR.
           MOVE WS-POS-QUANTIDADE(WS-ACHOU)  TO WS-DT-POSICAO.
           MOVE WS-POS-CUSTO-MEDIO(WS-ACHOU) TO WS-DT-CUSTO-MEDIO.
           MOVE WS-RESULTADO    TO WS-DT-RESULTADO.
           MOVE WS-DETAIL-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * THE WHOLE TABLE GOES TO HOLDNEW EXCEPT THE POSITIONS SOLD
      * DOWN TO NOTHING.
       GRAVAR-MESTRE-NOVO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-POS-COUNT
             IF WS-POS-QUANTIDADE(WS-I) IS GREATER THAN ZEROES
               MOVE WS-POS-INSTRUMENTO(WS-I)  TO HLD-INSTRUMENTO
               MOVE WS-POS-QUANTIDADE(WS-I)   TO HLD-QUANTIDADE
               MOVE WS-POS-CUSTO-MEDIO(WS-I)  TO HLD-CUSTO-MEDIO
               MOVE WS-POS-DATA-ULT-MOV(WS-I) TO HLD-DATA-ULT-MOV
               MOVE HLD-REC TO HNW-REC
               WRITE HNW-REC
               MOVE WS-HNW-STATUS TO WS-FILE-STATUS
               MOVE 'HOLD-NEW'    TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             END-IF
           END-PERFORM.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST WRITTEN - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE WS-EX-NUMERO TO WS-EXL-CHAVE.
           MOVE WS-EX-LIT    TO WS-EXL-MOTIVO.
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
      * THE CONTROL TOTAL IS THE DAY'S REALIZED RESULT.
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TICKETS LIDOS NO HOLDTRN:'        TO WS-SM-LIT.
           MOVE WS-QTD-TICKETS                     TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'COMPRAS APLICADAS:'               TO WS-SM-LIT.
           MOVE WS-QTD-COMPRAS                     TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'VENDAS APLICADAS:'                TO WS-SM-LIT.
           MOVE WS-QTD-VENDAS                      TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'REJEITADOS (VER HOLDEXC):'        TO WS-SM-LIT.
           MOVE WS-QTD-REJEITADOS                  TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'JA APLICADOS (NO HOLDHIST):'      TO WS-SM-LIT.
           MOVE WS-QTD-JA-APLICADOS                TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'POSICOES ZERADAS:'                TO WS-SM-LIT.
           MOVE WS-QTD-ZERADAS                     TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TOTAL COMPRADO:'                  TO WS-TT-LIT.
           MOVE WS-TOT-COMPRAS                     TO WS-TT-VALOR.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TOTAL VENDIDO:'                   TO WS-TT-LIT.
           MOVE WS-TOT-VENDAS                      TO WS-TT-VALOR.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'RESULTADO REALIZADO:'             TO WS-TT-LIT.
           MOVE WS-TOT-RESULTADO                   TO WS-TT-VALOR.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-TOT-RESULTADO TO WS-CONTROL-TOT.
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE TRADE-FILE.
           CLOSE HOLD-NEW.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
           PERFORM GRAVAR-HISTORICO.
      *
      * HOLDNEW IS CLOSED BY NOW, SO THE TICKETS ON IT ARE RECORDED AS
      * APPLIED ONLY ONCE THE NEW MASTER IS COMPLETE.
       GRAVAR-HISTORICO.
           OPEN EXTEND HOLD-HIST.
           MOVE WS-HHS-STATUS   TO WS-FILE-STATUS.
           MOVE 'HOLD-HIST'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-MOV-COUNT
             MOVE WS-MOV-LINHA(WS-I) TO HHS-REC
             WRITE HHS-REC
             MOVE WS-HHS-STATUS   TO WS-FILE-STATUS
             MOVE 'HOLD-HIST'     TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-PERFORM.
      *
           CLOSE HOLD-HIST.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
      * CARRIES WHATEVER RETURN CODE THE RUN IS ENDING WITH.
       GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC093' TO RLG-PROGRAMA.
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
