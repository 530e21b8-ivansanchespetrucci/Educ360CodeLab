      ******************************************************************
      * FILE NAME   : EXERC094                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : TREASURY PORTFOLIO VALUATION. EVERY HOLDMAST     *
      *               POSITION IS PRICED AT THE LATEST EXERC014        *
      *               PRICEFIL PRICE NOT AFTER THE VALUATION DATE (THE *
      *               PRIOR ONE WHEN THE DAY HAS NONE) AND CARTRPT     *
      *               SHOWS, PER INSTRUMENT AND IN TOTAL, THE COST,    *
      *               THE MARKET VALUE, THE UNREALIZED RESULT AND THE  *
      *               RESULT REALIZED BY THE SALES EXERC093 APPLIED.   *
      *               THE CARTCTL CARD HOLDS THE VALUATION DATE (ZERO  *
      *               OR NO CARD - THE RUN DATE) AND THE MODE: 'D' THE *
      *               DAILY VALUATION, 'M' THE MONTH-END ONE, WHICH    *
      *               ALSO WRITES THE INVGL JOURNAL FOR EXERC042 - THE *
      *               MONTH'S BUYS AND SALES AND THE MARK-TO-MARKET    *
      *               ADJUSTMENT AGAINST THE LAST PERIOD ON VALHIST.   *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE TREASURY VALUED ITS         *
      *                POSITIONS ON A SPREADSHEET. INVGLMP HAS THE     *
      *                SHAPE OF ARGLMAP: 'INV' SECURITIES AT COST,     *
      *                'CXA' CASH, 'GRL' REALIZED GAIN, 'PRL' REALIZED *
      *                LOSS, 'AJM' MARK-TO-MARKET ADJUSTMENT (ASSET),  *
      *                'GNR' UNREALIZED GAIN, 'PNR' UNREALIZED LOSS.   *
      *                A POSITION WITH NO PRICE AT ALL IS CARRIED AT   *
      *                COST AND LISTED ON CARTEXC. AN INVALID ACCOUNT  *
      *                OR A PERIOD ALREADY ON VALHIST LEAVES THE       *
      *                JOURNAL EMPTY AND ENDS THE STEP WITH RC 8.      *
      * 2026-10-15 JM  COA-REC CARRIES THE NEW COA-CLASSE, COA-LINHA   *
      *                AND COA-LINHA-TITULO THAT PLACE THE ACCOUNT ON  *
      *                THE EXERC109 BALANCE SHEET AND INCOME           *
      *                STATEMENT.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC094.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO CARTCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT HOLD-MASTER    ASSIGN TO HOLDMAST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HLD-STATUS.
      *
           SELECT PRICE-FILE     ASSIGN TO PRICEFIL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PRICE-STATUS.
      *
           SELECT HOLD-HIST      ASSIGN TO HOLDHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HHS-STATUS.
      *
           SELECT VAL-HIST       ASSIGN TO VALHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-VHS-STATUS.
      *
           SELECT MAP-FILE       ASSIGN TO INVGLMP
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MAP-STATUS.
      *
           SELECT COA-FILE       ASSIGN TO COAFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS COA-CONTA
                                  FILE STATUS IS WS-COA-STATUS.
      *
           SELECT JOURNAL-FILE   ASSIGN TO INVGL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-JRN-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO CARTRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO CARTEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-DATA-VAL       PIC 9(08).
           05  CTL-MODO           PIC X(01).
      *
      * SAME LAYOUT EXERC093 MAINTAINS.
       FD  HOLD-MASTER.
       01  HLD-REC.
           05  HLD-INSTRUMENTO    PIC X(10).
           05  HLD-QUANTIDADE     PIC 9(09).
           05  HLD-CUSTO-MEDIO    PIC 9(06)V9(04).
           05  HLD-DATA-ULT-MOV   PIC 9(08).
      *
      * SAME LAYOUT EXERC014 READS - ANY NUMBER OF DAYS, ANY ORDER.
       FD  PRICE-FILE.
       01  PRC-REC.
           05  PRC-INSTRUMENTO    PIC X(10).
           05  PRC-DATA           PIC 9(08).
           05  PRC-PRECO          PIC 9(06)V9(02).
      *
      * SAME LAYOUT EXERC093 APPENDS.
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
      * ONE RECORD PER MONTH-END VALUATION POSTED.
       FD  VAL-HIST.
       01  VHS-REC.
           05  VHS-PERIODO        PIC 9(06).
           05  VHS-VALOR-MERCADO  PIC 9(12)V9(02).
           05  VHS-CUSTO          PIC 9(12)V9(02).
           05  VHS-NAO-REALIZADO  PIC S9(12)V9(02)
                                   SIGN IS LEADING SEPARATE.
           05  VHS-DATA-PROC      PIC 9(08).
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
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-HLD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-PRICE-STATUS        PIC X(02) VALUE SPACES.
       01  WS-HHS-STATUS          PIC X(02) VALUE SPACES.
       01  WS-VHS-STATUS          PIC X(02) VALUE SPACES.
       01  WS-MAP-STATUS          PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS          PIC X(02) VALUE SPACES.
       01  WS-JRN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
       01  WS-EOF-CTL             PIC X(01) VALUE 'N'.
       01  WS-EOF-HLD             PIC X(01) VALUE 'N'.
       01  WS-EOF-PRICE           PIC X(01) VALUE 'N'.
       01  WS-EOF-HHS             PIC X(01) VALUE 'N'.
       01  WS-EOF-VHS             PIC X(01) VALUE 'N'.
       01  WS-EOF-MAP             PIC X(01) VALUE 'N'.
      *
       01  WS-MODO                PIC X(01) VALUE 'D'.
           88  WS-MODO-DIARIO     VALUE 'D'.
           88  WS-MODO-MENSAL     VALUE 'M'.
       01  WS-DATA-VAL            PIC 9(08) VALUE ZEROES.
       01  WS-DATA-VAL-R REDEFINES WS-DATA-VAL.
           05  WS-VAL-ANO-MES     PIC 9(06).
           05  WS-VAL-DD          PIC 9(02).
       01  WS-PERIODO             PIC 9(06) VALUE ZEROES.
      *
      * DATECHK INTERFACE - A VALUATION DATE MAY NOT BE IN THE FUTURE.
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE 'F'.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
      * ONE ROW PER INSTRUMENT HELD OR SOLD IN THE PERIOD - THE
      * POSITION FROM HOLDMAST, ITS PRICE FROM PRICEFIL AND ITS
      * REALIZED RESULT FROM HOLDHIST.
       01  WS-POS-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-POS-TAB.
           05  WS-POS-ENTRY OCCURS 500 TIMES.
               10  WS-POS-INSTRUMENTO PIC X(10).
               10  WS-POS-QUANTIDADE  PIC 9(09).
               10  WS-POS-CUSTO-MEDIO PIC 9(06)V9(04).
               10  WS-POS-DATA-PRECO  PIC 9(08).
               10  WS-POS-PRECO       PIC 9(06)V9(02).
               10  WS-POS-REALIZADO   PIC S9(12)V9(02).
      *
       01  WS-I                   PIC 9(03) VALUE ZEROES.
       01  WS-ACHOU               PIC 9(03) VALUE ZEROES.
       01  WS-INSTRUMENTO         PIC X(10) VALUE SPACES.
       01  WS-CUSTO-POS           PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-MERCADO-POS         PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-NAO-REALIZADO-POS   PIC S9(12)V9(02) VALUE ZEROES.
      *
       01  WS-TOT-CUSTO           PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-MERCADO         PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-NAO-REALIZADO   PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-REALIZADO       PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-QTD-POSICOES        PIC 9(05) VALUE ZEROES.
       01  WS-QTD-PRECO-ANTERIOR  PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SEM-PRECO       PIC 9(05) VALUE ZEROES.
      *
      * MONTH-END - THE MONTH'S MOVEMENT FROM HOLDHIST.
       01  WS-TOT-COMPRAS         PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-VENDAS          PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-CUSTO-VENDIDO   PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-GANHOS          PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-PERDAS          PIC 9(12)V9(02) VALUE ZEROES.
      *
       01  WS-CONTA-TITULOS       PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-CAIXA         PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-GANHO-REAL    PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-PERDA-REAL    PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-AJUSTE        PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-GANHO-NREAL   PIC 9(06) VALUE ZEROES.
       01  WS-CONTA-PERDA-NREAL   PIC 9(06) VALUE ZEROES.
      *
       01  WS-PERIODO-ANTERIOR    PIC 9(06) VALUE ZEROES.
       01  WS-NAO-REALIZADO-ANT   PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-VARIACAO            PIC S9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-DEBITOS         PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-TOT-CREDITOS        PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-POSTING-OK          PIC X(01) VALUE 'S'.
       01  WS-CONTA-VERIFICADA    PIC 9(06) VALUE ZEROES.
      *
      * ONE POSTING LINE IN HAND - FILLED BY GRAVAR-LANCAMENTOS AND
      * WRITTEN/PRINTED/TOTALLED BY GRAVAR-UM-LANCAMENTO.
       01  WS-LANC-CONTA          PIC 9(06) VALUE ZEROES.
       01  WS-LANC-DC             PIC X(01) VALUE SPACE.
       01  WS-LANC-VALOR          PIC 9(12)V9(02) VALUE ZEROES.
       01  WS-LANC-DESC           PIC X(20) VALUE SPACES.
      *
       01  WS-DATE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DL-LIT          PIC X(28).
           05  WS-DL-DATA         PIC 9(08).
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(11) VALUE 'INSTRUMENTO'.
           05  FILLER             PIC X(12) VALUE '  QUANTIDADE'.
           05  FILLER             PIC X(13) VALUE '  CUSTO MEDIO'.
           05  FILLER             PIC X(11) VALUE '      PRECO'.
           05  FILLER             PIC X(11) VALUE '  DT.PRECO '.
           05  FILLER             PIC X(15) VALUE '    CUSTO TOTAL'.
           05  FILLER             PIC X(15) VALUE '  VALOR MERCADO'.
           05  FILLER             PIC X(16) VALUE '   NAO REALIZADO'.
           05  FILLER             PIC X(15) VALUE '      REALIZADO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-INSTRUMENTO  PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-QUANTIDADE   PIC ZZZ.ZZZ.ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-CUSTO-MEDIO  PIC ZZZ.ZZ9,9999.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-PRECO        PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-DATA-PRECO   PIC 9(08) BLANK WHEN ZERO.
           05  WS-DT-MARCA        PIC X(01).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-CUSTO        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MERCADO      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-NAO-REALIZADO PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-REALIZADO    PIC -ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-TOTAL-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(58) VALUE 'TOTAL DA CARTEIRA'.
           05  WS-TD-CUSTO        PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TD-MERCADO      PIC ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TD-NAO-REALIZADO PIC -ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TD-REALIZADO    PIC -ZZZ.ZZZ.ZZ9,99.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(44).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
       01  WS-TITLE-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TL-LIT          PIC X(60) VALUE SPACES.
      *
       01  WS-MOVE-LINE.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-MV-LIT          PIC X(34).
           05  WS-MV-VALOR        PIC -ZZZ.ZZZ.ZZZ.ZZ9,99.
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
           05  WS-EX-CHAVE        PIC X(10).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-CONTA        PIC 9(06) BLANK WHEN ZERO.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(45) VALUE SPACES.
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
           PERFORM IMPRIMIR-CARTEIRA.
      *
           IF WS-MODO-MENSAL
             COMPUTE WS-VARIACAO =
                     WS-TOT-NAO-REALIZADO - WS-NAO-REALIZADO-ANT
             PERFORM IMPRIMIR-MOVIMENTO-MES
             PERFORM VALIDAR-CONTAS
             IF WS-POSTING-OK IS EQUAL TO 'S'
               PERFORM GRAVAR-LANCAMENTOS
               PERFORM GRAVAR-HISTORICO
             ELSE
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC094' TO WS-EXL-PROGRAMA.
           MOVE 'CARTEXC ' TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
      *
           PERFORM LER-CARTAO-CONTROLE.
      *
           PERFORM CARREGAR-POSICOES.
           PERFORM CARREGAR-PRECOS.
           PERFORM CARREGAR-MOVIMENTOS.
      *
           IF WS-MODO-MENSAL
             PERFORM CARREGAR-HISTORICO
             OPEN INPUT  MAP-FILE
             MOVE WS-MAP-STATUS  TO WS-FILE-STATUS
             MOVE 'MAP-FILE'     TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-TABELA-MAPA
               WITH TEST AFTER
               UNTIL WS-EOF-MAP IS EQUAL TO 'Y'
             CLOSE MAP-FILE
             OPEN INPUT  COA-FILE
             MOVE WS-COA-STATUS  TO WS-FILE-STATUS
             MOVE 'COA-FILE'     TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             OPEN OUTPUT JOURNAL-FILE
             MOVE WS-JRN-STATUS  TO WS-FILE-STATUS
             MOVE 'JOURNAL-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
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
           MOVE 'EXERC094'                    TO RP-HDR-PROGRAM.
           IF WS-MODO-MENSAL
             MOVE 'AVALIACAO DA CARTEIRA - FECHAMENTO' TO RP-HDR-TITLE
           ELSE
             MOVE 'AVALIACAO DIARIA DA CARTEIRA' TO RP-HDR-TITLE
           END-IF.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'DATA DA AVALIACAO:'          TO WS-DL-LIT.
           MOVE WS-DATA-VAL                   TO WS-DL-DATA.
           MOVE WS-DATE-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * NO CARD (DD DUMMY) IS THE DAILY VALUATION AT THE RUN DATE; A
      * ZERO DATE ON THE CARD ALSO MEANS THE RUN DATE.
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
           MOVE WS-RUN-DATE-NUM TO WS-DATA-VAL.
           IF WS-EOF-CTL IS NOT EQUAL TO 'Y'
             IF CTL-DATA-VAL IS NOT NUMERIC OR
                (CTL-MODO IS NOT EQUAL TO 'D' AND
                 CTL-MODO IS NOT EQUAL TO 'M' AND
                 CTL-MODO IS NOT EQUAL TO SPACE)
               DISPLAY 'EXERC094 - CARTAO CARTCTL INVALIDO: '
                       CONTROL-REC
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             IF CTL-DATA-VAL IS GREATER THAN ZEROES
               MOVE CTL-DATA-VAL TO WS-DATA-VAL
             END-IF
             IF CTL-MODO IS EQUAL TO 'M'
               MOVE 'M' TO WS-MODO
             END-IF
           END-IF.
      *
           MOVE WS-DATA-VAL TO WS-DATA-VERIFICADA.
           CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                WS-DATA-VERIFICADA
                                WS-RETORNO-DATECHK
                                WS-DIA-SEMANA
           END-CALL.
           IF WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
             DISPLAY 'EXERC094 - DATA DE AVALIACAO INVALIDA OU '
                     'FUTURA NO CARTCTL: ' WS-DATA-VAL
             MOVE 8 TO RETURN-CODE
             GOBACK
           END-IF.
           MOVE WS-VAL-ANO-MES TO WS-PERIODO.
      *
      * NO HOLDMAST YET (STATUS 35) - NOTHING HELD.
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
             ADD 1 TO WS-RECS-READ
             MOVE HLD-INSTRUMENTO TO WS-INSTRUMENTO
             PERFORM LOCALIZAR-INSTRUMENTO
             MOVE HLD-QUANTIDADE  TO WS-POS-QUANTIDADE(WS-ACHOU)
             MOVE HLD-CUSTO-MEDIO TO WS-POS-CUSTO-MEDIO(WS-ACHOU)
           END-IF.
      *
      * FINDS WS-INSTRUMENTO IN THE TABLE, OPENING AN EMPTY ROW FOR
      * IT WHEN IT IS NOT THERE YET.
       LOCALIZAR-INSTRUMENTO.
           MOVE ZEROES TO WS-ACHOU.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-POS-COUNT
             IF WS-POS-INSTRUMENTO(WS-I) IS EQUAL TO WS-INSTRUMENTO
               MOVE WS-I TO WS-ACHOU
               MOVE WS-POS-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           IF WS-ACHOU IS EQUAL TO ZEROES
             IF WS-POS-COUNT IS NOT LESS THAN 500
               DISPLAY 'EXERC094 - MAIS DE 500 INSTRUMENTOS NA '
                       'CARTEIRA - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-POS-COUNT
             MOVE WS-POS-COUNT   TO WS-ACHOU
             MOVE WS-INSTRUMENTO TO WS-POS-INSTRUMENTO(WS-ACHOU)
             MOVE ZEROES         TO WS-POS-QUANTIDADE(WS-ACHOU)
             MOVE ZEROES         TO WS-POS-CUSTO-MEDIO(WS-ACHOU)
             MOVE ZEROES         TO WS-POS-DATA-PRECO(WS-ACHOU)
             MOVE ZEROES         TO WS-POS-PRECO(WS-ACHOU)
             MOVE ZEROES         TO WS-POS-REALIZADO(WS-ACHOU)
           END-IF.
      *
      * THE PRICE OF A POSITION IS THE ONE WITH THE LATEST DATE NOT
      * AFTER THE VALUATION DATE - TODAY'S WHEN THE FEED HAS IT, THE
      * LAST ONE BEFORE OTHERWISE. A PRICE RECORD WITH A DAMAGED DATE
      * OR PRICE IS LEFT FOR THE EXERC014 PRICEEXC TO REPORT.
       CARREGAR-PRECOS.
           OPEN INPUT  PRICE-FILE.
           MOVE WS-PRICE-STATUS TO WS-FILE-STATUS.
           MOVE 'PRICE-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-PRECO
             WITH TEST AFTER
             UNTIL WS-EOF-PRICE IS EQUAL TO 'Y'.
           CLOSE PRICE-FILE.
      *
       LER-PRECO.
           READ PRICE-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PRICE
           END-READ.
           MOVE WS-PRICE-STATUS TO WS-FILE-STATUS.
           MOVE 'PRICE-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PRICE IS NOT EQUAL TO 'Y' AND
              PRC-DATA IS NUMERIC AND
              PRC-PRECO IS NUMERIC AND
              PRC-DATA IS NOT GREATER THAN WS-DATA-VAL
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-POS-COUNT
               IF WS-POS-INSTRUMENTO(WS-I) IS EQUAL TO
                  PRC-INSTRUMENTO
                 IF PRC-DATA IS NOT LESS THAN
                    WS-POS-DATA-PRECO(WS-I)
                   MOVE PRC-DATA  TO WS-POS-DATA-PRECO(WS-I)
                   MOVE PRC-PRECO TO WS-POS-PRECO(WS-I)
                 END-IF
                 MOVE WS-POS-COUNT TO WS-I
               END-IF
             END-PERFORM
           END-IF.
      *
      * THE TICKETS EXERC093 APPLIED ON THE VALUATION DATE (THE WHOLE
      * MONTH AT MONTH-END) GIVE THE REALIZED RESULT PER INSTRUMENT
      * AND THE MONTH'S MOVEMENT FOR THE JOURNAL. NO HOLDHIST YET
      * (STATUS 35) - NOTHING TRADED.
       CARREGAR-MOVIMENTOS.
           OPEN INPUT HOLD-HIST.
           MOVE WS-HHS-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'HOLD-HIST' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-MOVIMENTO
               WITH TEST AFTER
               UNTIL WS-EOF-HHS IS EQUAL TO 'Y'
             CLOSE HOLD-HIST
           END-IF.
      *
       LER-MOVIMENTO.
           READ HOLD-HIST
             AT END
               MOVE 'Y' TO WS-EOF-HHS
           END-READ.
           MOVE WS-HHS-STATUS TO WS-FILE-STATUS.
           MOVE 'HOLD-HIST'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HHS IS NOT EQUAL TO 'Y'
             IF (WS-MODO-DIARIO AND
                 HHS-DATA-PROC IS EQUAL TO WS-DATA-VAL) OR
                (WS-MODO-MENSAL AND
                 HHS-DATA-PROC(1:6) IS EQUAL TO WS-PERIODO AND
                 HHS-DATA-PROC IS NOT GREATER THAN WS-DATA-VAL)
               PERFORM ACUMULAR-MOVIMENTO
             END-IF
           END-IF.
      *
       ACUMULAR-MOVIMENTO.
           IF HHS-TIPO IS EQUAL TO 'C'
             ADD HHS-VALOR TO WS-TOT-COMPRAS
           ELSE
             MOVE HHS-INSTRUMENTO TO WS-INSTRUMENTO
             PERFORM LOCALIZAR-INSTRUMENTO
             ADD HHS-RESULTADO TO WS-POS-REALIZADO(WS-ACHOU)
             ADD HHS-VALOR     TO WS-TOT-VENDAS
             ADD HHS-CUSTO     TO WS-TOT-CUSTO-VENDIDO
             IF HHS-RESULTADO IS GREATER THAN ZEROES
               ADD HHS-RESULTADO TO WS-TOT-GANHOS
             ELSE
               SUBTRACT HHS-RESULTADO FROM WS-TOT-PERDAS
             END-IF
           END-IF.
      *
      * THE UNREALIZED RESULT OF THE LATEST PERIOD BEFORE THIS ONE IS
      * WHAT THE LEDGER HOLDS. THE SAME PERIOD ON VALHIST HAS BEEN
      * POSTED ALREADY, AND A LATER ONE MEANS THE CARD IS STALE -
      * EITHER WAY NOTHING IS POSTED. NO VALHIST YET (STATUS 35) IS
      * THE FIRST MONTH-END VALUATION.
       CARREGAR-HISTORICO.
           OPEN INPUT VAL-HIST.
           MOVE WS-VHS-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'VAL-HIST' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-HISTORICO
               WITH TEST AFTER
               UNTIL WS-EOF-VHS IS EQUAL TO 'Y'
             CLOSE VAL-HIST
           END-IF.
      *
       LER-HISTORICO.
           READ VAL-HIST
             AT END
               MOVE 'Y' TO WS-EOF-VHS
           END-READ.
           MOVE WS-VHS-STATUS TO WS-FILE-STATUS.
           MOVE 'VAL-HIST'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-VHS IS NOT EQUAL TO 'Y'
             IF VHS-PERIODO IS NOT LESS THAN WS-PERIODO
               DISPLAY 'EXERC094 - PERIODO ' VHS-PERIODO
                       ' JA AVALIADO NO VALHIST - NADA A '
                       'CONTABILIZAR PARA ' WS-PERIODO
               MOVE 8 TO RETURN-CODE
               GOBACK
             END-IF
             IF VHS-PERIODO IS GREATER THAN WS-PERIODO-ANTERIOR
               MOVE VHS-PERIODO       TO WS-PERIODO-ANTERIOR
               MOVE VHS-NAO-REALIZADO TO WS-NAO-REALIZADO-ANT
             END-IF
           END-IF.
      *
      * ACCOUNT MAPPING - SEE THE MODIFICATION HISTORY FOR THE TYPES.
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
               WHEN 'INV'
                 MOVE MAP-CONTA TO WS-CONTA-TITULOS
               WHEN 'CXA'
                 MOVE MAP-CONTA TO WS-CONTA-CAIXA
               WHEN 'GRL'
                 MOVE MAP-CONTA TO WS-CONTA-GANHO-REAL
               WHEN 'PRL'
                 MOVE MAP-CONTA TO WS-CONTA-PERDA-REAL
               WHEN 'AJM'
                 MOVE MAP-CONTA TO WS-CONTA-AJUSTE
               WHEN 'GNR'
                 MOVE MAP-CONTA TO WS-CONTA-GANHO-NREAL
               WHEN 'PNR'
                 MOVE MAP-CONTA TO WS-CONTA-PERDA-NREAL
               WHEN OTHER
                 CONTINUE
             END-EVALUATE
           END-IF.
      *
      * ONE LINE PER INSTRUMENT. A POSITION WITHOUT ANY PRICE IS
      * CARRIED AT COST; ONE PRICED ON AN EARLIER DAY IS MARKED '*'.
      * AN INSTRUMENT SOLD OUT IN THE PERIOD SHOWS ONLY ITS REALIZED
      * RESULT.
       IMPRIMIR-CARTEIRA.
           PERFORM VARYING WS-ACHOU FROM 1 BY 1
                   UNTIL WS-ACHOU > WS-POS-COUNT
             PERFORM AVALIAR-POSICAO
           END-PERFORM.
      *
           MOVE WS-TOT-CUSTO         TO WS-TD-CUSTO.
           MOVE WS-TOT-MERCADO       TO WS-TD-MERCADO.
           MOVE WS-TOT-NAO-REALIZADO TO WS-TD-NAO-REALIZADO.
           MOVE WS-TOT-REALIZADO     TO WS-TD-REALIZADO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-TOTAL-DETAIL TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'POSICOES AVALIADAS:'              TO WS-SM-LIT.
           MOVE WS-QTD-POSICOES                    TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE '* AVALIADAS PELO ULTIMO PRECO ANTERIOR:' TO WS-SM-LIT.
           MOVE WS-QTD-PRECO-ANTERIOR              TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'SEM PRECO - AVALIADAS AO CUSTO:'  TO WS-SM-LIT.
           MOVE WS-QTD-SEM-PRECO                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       AVALIAR-POSICAO.
           COMPUTE WS-CUSTO-POS ROUNDED =
                   WS-POS-QUANTIDADE(WS-ACHOU) *
                   WS-POS-CUSTO-MEDIO(WS-ACHOU).
           MOVE SPACE TO WS-DT-MARCA.
      *
           IF WS-POS-QUANTIDADE(WS-ACHOU) IS EQUAL TO ZEROES
             MOVE ZEROES TO WS-MERCADO-POS
           ELSE
             ADD 1 TO WS-QTD-POSICOES
             IF WS-POS-DATA-PRECO(WS-ACHOU) IS EQUAL TO ZEROES
               MOVE WS-CUSTO-POS TO WS-MERCADO-POS
               ADD 1 TO WS-QTD-SEM-PRECO
               MOVE WS-POS-INSTRUMENTO(WS-ACHOU) TO WS-EX-CHAVE
               MOVE ZEROES TO WS-EX-CONTA
               MOVE 'SEM PRECO NO PRICEFIL - AVALIADA AO CUSTO'
                 TO WS-EX-LIT
               PERFORM GRAVAR-AVISO
             ELSE
               COMPUTE WS-MERCADO-POS ROUNDED =
                       WS-POS-QUANTIDADE(WS-ACHOU) *
                       WS-POS-PRECO(WS-ACHOU)
               IF WS-POS-DATA-PRECO(WS-ACHOU) IS LESS THAN
                  WS-DATA-VAL
                 MOVE '*' TO WS-DT-MARCA
                 ADD 1 TO WS-QTD-PRECO-ANTERIOR
               END-IF
             END-IF
           END-IF.
           COMPUTE WS-NAO-REALIZADO-POS =
                   WS-MERCADO-POS - WS-CUSTO-POS.
      *
           ADD WS-CUSTO-POS         TO WS-TOT-CUSTO.
           ADD WS-MERCADO-POS       TO WS-TOT-MERCADO.
           ADD WS-NAO-REALIZADO-POS TO WS-TOT-NAO-REALIZADO.
           ADD WS-POS-REALIZADO(WS-ACHOU) TO WS-TOT-REALIZADO.
      *
           MOVE WS-POS-INSTRUMENTO(WS-ACHOU) TO WS-DT-INSTRUMENTO.
           MOVE WS-POS-QUANTIDADE(WS-ACHOU)  TO WS-DT-QUANTIDADE.
           MOVE WS-POS-CUSTO-MEDIO(WS-ACHOU) TO WS-DT-CUSTO-MEDIO.
           MOVE WS-POS-PRECO(WS-ACHOU)       TO WS-DT-PRECO.
           MOVE WS-POS-DATA-PRECO(WS-ACHOU)  TO WS-DT-DATA-PRECO.
           MOVE WS-CUSTO-POS                 TO WS-DT-CUSTO.
           MOVE WS-MERCADO-POS               TO WS-DT-MERCADO.
           MOVE WS-NAO-REALIZADO-POS         TO WS-DT-NAO-REALIZADO.
           MOVE WS-POS-REALIZADO(WS-ACHOU)   TO WS-DT-REALIZADO.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       IMPRIMIR-MOVIMENTO-MES.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'MOVIMENTO DO MES' TO WS-TL-LIT.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'COMPRAS:'                   TO WS-MV-LIT.
           MOVE WS-TOT-COMPRAS               TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'VENDAS:'                    TO WS-MV-LIT.
           MOVE WS-TOT-VENDAS                TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CUSTO DO VENDIDO:'          TO WS-MV-LIT.
           MOVE WS-TOT-CUSTO-VENDIDO         TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'NAO REALIZADO ANTERIOR:'    TO WS-MV-LIT.
           MOVE WS-NAO-REALIZADO-ANT         TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'NAO REALIZADO ATUAL:'       TO WS-MV-LIT.
           MOVE WS-TOT-NAO-REALIZADO         TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'AJUSTE A MERCADO DO MES:'   TO WS-MV-LIT.
           MOVE WS-VARIACAO                  TO WS-MV-VALOR.
           MOVE WS-MOVE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * ONLY THE ACCOUNTS THIS PERIOD'S LINES ACTUALLY USE ARE
      * REQUIRED - A MONTH WITHOUT SALES NEEDS NO 'GRL' OR 'PRL'.
       VALIDAR-CONTAS.
           IF WS-TOT-COMPRAS IS GREATER THAN ZEROES OR
              WS-TOT-VENDAS IS GREATER THAN ZEROES
             MOVE 'INV' TO WS-EX-CHAVE
             MOVE WS-CONTA-TITULOS TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
             MOVE 'CXA' TO WS-EX-CHAVE
             MOVE WS-CONTA-CAIXA TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-TOT-GANHOS IS GREATER THAN ZEROES
             MOVE 'GRL' TO WS-EX-CHAVE
             MOVE WS-CONTA-GANHO-REAL TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-TOT-PERDAS IS GREATER THAN ZEROES
             MOVE 'PRL' TO WS-EX-CHAVE
             MOVE WS-CONTA-PERDA-REAL TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-VARIACAO IS NOT EQUAL TO ZEROES
             MOVE 'AJM' TO WS-EX-CHAVE
             MOVE WS-CONTA-AJUSTE TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-VARIACAO IS GREATER THAN ZEROES
             MOVE 'GNR' TO WS-EX-CHAVE
             MOVE WS-CONTA-GANHO-NREAL TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
           IF WS-VARIACAO IS LESS THAN ZEROES
             MOVE 'PNR' TO WS-EX-CHAVE
             MOVE WS-CONTA-PERDA-NREAL TO WS-CONTA-VERIFICADA
             PERFORM VERIFICAR-UMA-CONTA
           END-IF.
      *
       VERIFICAR-UMA-CONTA.
           IF WS-CONTA-VERIFICADA IS EQUAL TO ZEROES
             MOVE ZEROES TO WS-EX-CONTA
             MOVE 'SEM CONTA MAPEADA NO INVGLMP' TO WS-EX-LIT
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
      * BUYS: D SECURITIES / C CASH. SALES: D CASH BY THE PROCEEDS,
      * C SECURITIES BY THE COST SOLD, AND THE DIFFERENCE AS A
      * REALIZED GAIN (C) OR LOSS (D). MARK-TO-MARKET: THE CHANGE IN
      * THE UNREALIZED RESULT SINCE THE LAST PERIOD POSTED.
       GRAVAR-LANCAMENTOS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LANCAMENTOS GERADOS NO INVGL' TO WS-TL-LIT.
           MOVE WS-TITLE-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-TOT-COMPRAS IS GREATER THAN ZEROES
             MOVE WS-CONTA-TITULOS       TO WS-LANC-CONTA
             MOVE 'D'                    TO WS-LANC-DC
             MOVE WS-TOT-COMPRAS         TO WS-LANC-VALOR
             MOVE 'COMPRA DE TITULOS'    TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-CAIXA         TO WS-LANC-CONTA
             MOVE 'C'                    TO WS-LANC-DC
             MOVE 'PAGTO COMPRA TITULOS' TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-TOT-VENDAS IS GREATER THAN ZEROES
             MOVE WS-CONTA-CAIXA         TO WS-LANC-CONTA
             MOVE 'D'                    TO WS-LANC-DC
             MOVE WS-TOT-VENDAS          TO WS-LANC-VALOR
             MOVE 'VENDA DE TITULOS'     TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-TITULOS       TO WS-LANC-CONTA
             MOVE 'C'                    TO WS-LANC-DC
             MOVE WS-TOT-CUSTO-VENDIDO   TO WS-LANC-VALOR
             MOVE 'BAIXA CUSTO VENDIDO'  TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-TOT-GANHOS IS GREATER THAN ZEROES
             MOVE WS-CONTA-GANHO-REAL    TO WS-LANC-CONTA
             MOVE 'C'                    TO WS-LANC-DC
             MOVE WS-TOT-GANHOS          TO WS-LANC-VALOR
             MOVE 'GANHO REALIZADO'      TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-TOT-PERDAS IS GREATER THAN ZEROES
             MOVE WS-CONTA-PERDA-REAL    TO WS-LANC-CONTA
             MOVE 'D'                    TO WS-LANC-DC
             MOVE WS-TOT-PERDAS          TO WS-LANC-VALOR
             MOVE 'PERDA REALIZADA'      TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-VARIACAO IS GREATER THAN ZEROES
             MOVE WS-CONTA-AJUSTE        TO WS-LANC-CONTA
             MOVE 'D'                    TO WS-LANC-DC
             MOVE WS-VARIACAO            TO WS-LANC-VALOR
             MOVE 'AJUSTE A MERCADO'     TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-GANHO-NREAL   TO WS-LANC-CONTA
             MOVE 'C'                    TO WS-LANC-DC
             MOVE 'GANHO NAO REALIZADO'  TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
           IF WS-VARIACAO IS LESS THAN ZEROES
             MOVE WS-CONTA-PERDA-NREAL   TO WS-LANC-CONTA
             MOVE 'D'                    TO WS-LANC-DC
             COMPUTE WS-LANC-VALOR = ZEROES - WS-VARIACAO
             MOVE 'PERDA NAO REALIZADA'  TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
             MOVE WS-CONTA-AJUSTE        TO WS-LANC-CONTA
             MOVE 'C'                    TO WS-LANC-DC
             MOVE 'AJUSTE A MERCADO'     TO WS-LANC-DESC
             PERFORM GRAVAR-UM-LANCAMENTO
           END-IF.
      *
       GRAVAR-UM-LANCAMENTO.
           MOVE WS-PERIODO     TO JRN-PERIODO.
           MOVE WS-LANC-CONTA  TO JRN-CONTA.
           MOVE WS-LANC-DC     TO JRN-DC.
           MOVE WS-LANC-VALOR  TO JRN-VALOR.
           MOVE 'EXERC094'     TO JRN-ORIGEM.
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
      * WRITTEN ONLY ONCE THE JOURNAL IS OUT, SO THE NEXT PERIOD
      * MEASURES ITS ADJUSTMENT AGAINST WHAT WAS ACTUALLY POSTED.
       GRAVAR-HISTORICO.
           OPEN EXTEND VAL-HIST.
           MOVE WS-VHS-STATUS TO WS-FILE-STATUS.
           MOVE 'VAL-HIST'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE WS-PERIODO           TO VHS-PERIODO.
           MOVE WS-TOT-MERCADO       TO VHS-VALOR-MERCADO.
           MOVE WS-TOT-CUSTO         TO VHS-CUSTO.
           MOVE WS-TOT-NAO-REALIZADO TO VHS-NAO-REALIZADO.
           MOVE WS-RUN-DATE-NUM      TO VHS-DATA-PROC.
           WRITE VHS-REC.
           MOVE WS-VHS-STATUS TO WS-FILE-STATUS.
           MOVE 'VAL-HIST'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           CLOSE VAL-HIST.
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
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST WRITTEN - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE WS-EX-CHAVE TO WS-EXL-CHAVE.
           MOVE WS-EX-LIT   TO WS-EXL-MOTIVO.
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
      * THE CONTROL TOTAL IS THE MARKET VALUE OF THE PORTFOLIO.
       FINALIZAR.
           MOVE WS-TOT-MERCADO  TO WS-CONTROL-TOT.
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-MODO-MENSAL
             CLOSE COA-FILE
             CLOSE JOURNAL-FILE
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
      * CARRIES WHATEVER RETURN CODE THE RUN IS ENDING WITH.
       GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC094' TO RLG-PROGRAMA.
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
