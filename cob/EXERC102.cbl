      ******************************************************************
      * FILE NAME   : EXERC102                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : CASHIER LOSS-PREVENTION EXCEPTION REPORT OVER    *
      *               CHKAUDIT. FOR THE DAY AND FOR THE SEVEN DAYS     *
      *               ENDING ON IT, EVERY REGISTER/OPERATOR PAIR IS    *
      *               MEASURED ON RETURN RATE, RETURNS WITH NO EARLIER *
      *               SALE OF THE BARCODE AT THE STORE, LOYALTY        *
      *               REDEMPTION PER CUPOM, HIGH-VALUE MANUAL PRICE    *
      *               OVERRIDES AND CUPONS VOIDED AFTER TENDER, EACH   *
      *               AGAINST THE STORE AVERAGE. THE PAIRS FURTHEST    *
      *               ABOVE THE STORE ARE LISTED, WORST FIRST, SO THE  *
      *               STORE MANAGER HAS A SHORT LIST TO INVESTIGATE    *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - EXERC025 ONLY SAYS WHETHER THE  *
      *                DRAWER BALANCED; SWEETHEARTING AND REFUND FRAUD *
      *                BALANCE PERFECTLY. THE DAY COMES FROM LPCTL     *
      *                (ZERO = TODAY). A MEASURE IS FLAGGED WHEN THE   *
      *                PAIR'S RATE REACHES PARMMAST IND-ALERTA PERCENT *
      *                OF THE STORE RATE (DEFAULT 200) AND THE PAIR    *
      *                RANG AT LEAST MIN-CUPONS CUPONS (DEFAULT 20). A *
      *                RETURN IS MATCHED AGAINST SALES OF THE SAME     *
      *                BARCODE AT THE STORE IN THE LAST DIAS-DEVOLUC   *
      *                DAYS (DEFAULT 30); AN OVERRIDE IS HIGH-VALUE    *
      *                FROM VLR-SOBREPRC REAIS OFF THE SHELF PRICE     *
      *                (DEFAULT 20).                                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC102.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO LPCTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT AUDIT-FILE     ASSIGN TO CHKAUDIT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO LPRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  LPC-DATA           PIC 9(08).
      *
      * MIRROR OF THE WS-AUDIT-DETAIL LINE EXERC011 WRITES. LINES
      * WRITTEN BEFORE THE OPERATOR WAS CARRIED HAVE SPACES FROM
      * AUD-OPERADOR ON.
       FD  AUDIT-FILE.
       01  AUD-REC.
           05  AUD-DATA           PIC 9(08).
           05  FILLER             PIC X(02).
           05  AUD-CAIXA          PIC 9(03).
           05  FILLER             PIC X(02).
           05  AUD-CUPOM          PIC 9(06).
           05  FILLER             PIC X(02).
           05  AUD-TIPO           PIC X(01).
           05  FILLER             PIC X(02).
           05  AUD-BARCODE        PIC X(13).
           05  FILLER             PIC X(02).
           05  AUD-QTD-ED         PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02).
           05  AUD-SUBTOTAL-ED    PIC -ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02).
           05  AUD-CLIENTE        PIC 9(06).
           05  FILLER             PIC X(02).
           05  AUD-LOJA           PIC 9(02).
           05  FILLER             PIC X(02).
           05  AUD-OPERADOR       PIC X(06).
           05  FILLER             PIC X(02).
           05  AUD-MANUAL         PIC X(01).
           05  FILLER             PIC X(02).
           05  AUD-TABELA-ED      PIC -ZZ.ZZZ.ZZ9,99.
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       FD  RUNLOG-FILE.
       01  RUNLOG-REC             PIC X(51).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
       01  WS-EOF-AUD             PIC X(01) VALUE 'N'.
      *
      * THRESHOLDS - PARMMAST OVERRIDES THE DEFAULTS.
       01  WS-DIAS-DEVOLUCAO      PIC 9(03) VALUE 30.
       01  WS-VLR-SOBREPRECO      PIC 9(03) VALUE 20.
       01  WS-IND-ALERTA          PIC 9(03) VALUE 200.
       01  WS-MIN-CUPONS          PIC 9(03) VALUE 20.
      *
      * THE DAY, THE FIRST DAY OF ITS WEEK AND THE OLDEST SALE A
      * RETURN IN THAT WEEK CAN STILL BE MATCHED AGAINST.
       01  WS-DATA-ANALISE        PIC 9(08) VALUE ZEROES.
       01  WS-DATA-INICIO-SEMANA  PIC 9(08) VALUE ZEROES.
       01  WS-DIA-ANALISE         PIC 9(07) VALUE ZEROES.
       01  WS-DIA-INICIO-SEMANA   PIC 9(07) VALUE ZEROES.
       01  WS-DIA-INICIO-VENDAS   PIC 9(07) VALUE ZEROES.
       01  WS-DIA-CUPOM           PIC 9(07) VALUE ZEROES.
       01  WS-DIA-VENDA           PIC 9(07) VALUE ZEROES.
      *
      * ONE CUPOM IS HELD UNTIL ITS LAST LINE IS READ - A CUPOM VOIDED
      * AFTER TENDER COUNTS ONLY AS A VOID, NOT AS THE SALES AND
      * RETURNS THE REGISTER SENT TO REVERSE IT.
       01  WS-CUPOM-ABERTO        PIC X(01) VALUE 'N'.
       01  WS-CUP-DATA            PIC 9(08) VALUE ZEROES.
       01  WS-CUP-LOJA            PIC 9(02) VALUE ZEROES.
       01  WS-CUP-CAIXA           PIC 9(03) VALUE ZEROES.
       01  WS-CUP-CUPOM           PIC 9(06) VALUE ZEROES.
       01  WS-CUP-OPERADOR        PIC X(06) VALUE SPACES.
       01  WS-CUP-PAGO            PIC X(01) VALUE 'N'.
       01  WS-CUP-ESTORNADO       PIC X(01) VALUE 'N'.
       01  WS-CUP-TAB.
           05  WS-CUP-LINHA       OCCURS 500 TIMES.
               10  WS-CL-TIPO       PIC X(01).
               10  WS-CL-BARCODE    PIC X(13).
               10  WS-CL-SUBTOTAL   PIC S9(08)V9(02).
               10  WS-CL-MANUAL     PIC X(01).
               10  WS-CL-TABELA     PIC S9(08)V9(02).
               10  WS-CL-SEM-VENDA  PIC X(01).
       01  WS-CUP-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-C                   PIC 9(04) VALUE ZEROES.
      *
      * LAST SALE OF EACH BARCODE PER STORE, KEPT IN KEY ORDER SO THE
      * RETURN LOOKUP CAN BINARY SEARCH.
       01  WS-VND-TAB.
           05  WS-VND-LINHA       OCCURS 1 TO 20000 TIMES
                                   DEPENDING ON WS-VND-COUNT.
               10  WS-VND-CHAVE.
                   15  WS-VND-LOJA      PIC 9(02).
                   15  WS-VND-BARCODE   PIC X(13).
               10  WS-VND-DATA      PIC 9(08).
       01  WS-VND-COUNT           PIC 9(05) VALUE ZEROES.
       01  WS-VND-BUSCA.
           05  WS-VB-LOJA         PIC 9(02).
           05  WS-VB-BARCODE      PIC X(13).
       01  WS-VND-ACHADO          PIC X(01) VALUE 'N'.
       01  WS-VND-POS             PIC 9(05) VALUE ZEROES.
       01  WS-VND-BAIXO           PIC 9(05) VALUE ZEROES.
       01  WS-VND-ALTO            PIC 9(05) VALUE ZEROES.
       01  WS-VND-MEIO            PIC 9(05) VALUE ZEROES.
       01  WS-V                   PIC 9(05) VALUE ZEROES.
      *
      * COUNTERS PER REGISTER/OPERATOR AND PER STORE - PERIOD 1 IS THE
      * DAY, PERIOD 2 THE SEVEN DAYS ENDING ON IT.
       01  WS-OPR-TAB.
           05  WS-OPR-LINHA       OCCURS 500 TIMES.
               10  WS-OP-LOJA       PIC 9(02).
               10  WS-OP-CAIXA      PIC 9(03).
               10  WS-OP-OPERADOR   PIC X(06).
               10  WS-OP-PERIODO    OCCURS 2 TIMES.
                   15  WS-OP-CUPONS     PIC 9(05).
                   15  WS-OP-ITENS      PIC 9(07).
                   15  WS-OP-DEVOL      PIC 9(05).
                   15  WS-OP-SEM-VENDA  PIC 9(05).
                   15  WS-OP-RESGATE    PIC 9(07)V9(02).
                   15  WS-OP-SOBREPRECO PIC 9(05).
                   15  WS-OP-CANCEL     PIC 9(05).
       01  WS-OPR-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-O                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-LOJ-TAB.
           05  WS-LOJ-LINHA       OCCURS 100 TIMES.
               10  WS-LJ-PERIODO    OCCURS 2 TIMES.
                   15  WS-LJ-CUPONS     PIC 9(07).
                   15  WS-LJ-ITENS      PIC 9(09).
                   15  WS-LJ-DEVOL      PIC 9(07).
                   15  WS-LJ-SEM-VENDA  PIC 9(07).
                   15  WS-LJ-RESGATE    PIC 9(09)V9(02).
                   15  WS-LJ-SOBREPRECO PIC 9(07).
                   15  WS-LJ-CANCEL     PIC 9(07).
       01  WS-L                   PIC 9(03) VALUE ZEROES.
       01  WS-P                   PIC 9(01) VALUE ZEROES.
       01  WS-P-INICIAL           PIC 9(01) VALUE ZEROES.
      *
      * THE FIVE MEASURES: 1 RETURN RATE (% OF ITEM LINES), 2 RETURNS
      * WITH NO MATCHING SALE, 4 HIGH-VALUE OVERRIDES AND 5 VOIDS PER
      * 100 CUPONS, 3 REDEMPTION VALUE PER CUPOM.
       01  WS-TAXA-LOJA-TAB.
           05  WS-TX-LOJA         PIC 9(03)V9(02) OCCURS 5 TIMES.
       01  WS-TAXA-OPR-TAB.
           05  WS-TX-OPR          PIC 9(03)V9(02) OCCURS 5 TIMES.
       01  WS-M                   PIC 9(01) VALUE ZEROES.
       01  WS-TAXA-CALC           PIC 9(09)V9(02) VALUE ZEROES.
       01  WS-INDICE-CALC         PIC 9(09) VALUE ZEROES.
       01  WS-ALERTAS             PIC 9(01) VALUE ZEROES.
       01  WS-MAIOR-INDICE        PIC 9(03) VALUE ZEROES.
      *
      * THE FLAGGED PAIRS OF ONE STORE AND PERIOD - THE TEN WORST ARE
      * PICKED OFF BY SELECTION.
       01  WS-RNK-TAB.
           05  WS-RNK-LINHA       OCCURS 500 TIMES.
               10  WS-RK-OPR        PIC 9(04).
               10  WS-RK-ALERTAS    PIC 9(01).
               10  WS-RK-MAIOR      PIC 9(03).
               10  WS-RK-TAXA       PIC 9(03)V9(02) OCCURS 5 TIMES.
               10  WS-RK-INDICE     PIC 9(03) OCCURS 5 TIMES.
               10  WS-RK-MARCA      PIC X(01) OCCURS 5 TIMES.
               10  WS-RK-LISTADO    PIC X(01).
       01  WS-RNK-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-R                   PIC 9(04) VALUE ZEROES.
       01  WS-MELHOR              PIC 9(04) VALUE ZEROES.
       01  WS-POSICAO             PIC 9(02) VALUE ZEROES.
       01  WS-TOP-LISTA           PIC 9(02) VALUE 10.
      *
       01  WS-AUD-SUBTOTAL        PIC S9(08)V9(02) VALUE ZEROES.
       01  WS-AUD-TABELA          PIC S9(08)V9(02) VALUE ZEROES.
       01  WS-DIFERENCA           PIC S9(08)V9(02) VALUE ZEROES.
      *
       01  WS-QTD-CUPONS-DIA      PIC 9(07) VALUE ZEROES.
       01  WS-QTD-CUPONS-SEMANA   PIC 9(07) VALUE ZEROES.
       01  WS-QTD-ESTORNOS        PIC 9(07) VALUE ZEROES.
       01  WS-QTD-PARES           PIC 9(07) VALUE ZEROES.
       01  WS-QTD-LISTADOS        PIC 9(07) VALUE ZEROES.
      *
       01  WS-PERIODO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-PL-LIT          PIC X(10).
           05  WS-PL-INICIO       PIC X(10).
           05  WS-PL-SEP          PIC X(03).
           05  WS-PL-FIM          PIC X(10).
           05  FILLER             PIC X(06) VALUE SPACES.
           05  FILLER             PIC X(05) VALUE 'LOJA '.
           05  WS-PL-LOJA         PIC 9(02).
      *
       01  WS-LEGENDA-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(40) VALUE
               'DEVOL% = DEVOLUCOES POR 100 ITENS; S/VND'.
           05  FILLER             PIC X(40) VALUE
               'A, SOBREP E CANCEL POR 100 CUPONS; RESGA'.
           05  FILLER             PIC X(38) VALUE
               'T = R$ POR CUPOM; IND = % DA LOJA'.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(04) VALUE ' #'.
           05  FILLER             PIC X(05) VALUE 'CX'.
           05  FILLER             PIC X(08) VALUE 'OPERADOR'.
           05  FILLER             PIC X(06) VALUE 'CUPONS'.
           05  FILLER             PIC X(13) VALUE '  DEVOL% IND'.
           05  FILLER             PIC X(13) VALUE '  S/VNDA IND'.
           05  FILLER             PIC X(13) VALUE '  RESGAT IND'.
           05  FILLER             PIC X(13) VALUE '  SOBREP IND'.
           05  FILLER             PIC X(13) VALUE '  CANCEL IND'.
           05  FILLER             PIC X(10) VALUE ' ALERTAS'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-POSICAO      PIC Z9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CAIXA        PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-OPERADOR     PIC X(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CUPONS       PIC ZZZZZ9.
           05  WS-DT-MEDIDA       OCCURS 5 TIMES.
               10  FILLER           PIC X(02).
               10  WS-DT-TAXA       PIC ZZ9,99.
               10  FILLER           PIC X(01).
               10  WS-DT-INDICE     PIC ZZ9 BLANK WHEN ZERO.
               10  WS-DT-MARCA      PIC X(01).
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-ALERTAS      PIC 9 BLANK WHEN ZERO.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(36).
           05  WS-SM-QTD          PIC ZZZ.ZZ9.
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
       01  WS-DATA-TRAB.
           05  WS-TRAB-YYYY       PIC 9(04).
           05  WS-TRAB-MM         PIC 9(02).
           05  WS-TRAB-DD         PIC 9(02).
       01  WS-DATA-TRAB-NUM REDEFINES WS-DATA-TRAB
                                  PIC 9(08).
       01  WS-DATA-TRAB-EDIT      PIC X(10).
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
           PERFORM LER-AUDITORIA
             WITH TEST AFTER
             UNTIL WS-EOF-AUD IS EQUAL TO 'Y'.
           IF WS-CUPOM-ABERTO IS EQUAL TO 'S'
             PERFORM FECHAR-CUPOM
           END-IF.
      *
           PERFORM IMPRIMIR-PERIODO
             VARYING WS-P FROM 1 BY 1
             UNTIL WS-P > 2.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
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
           MOVE LPC-DATA TO WS-DATA-ANALISE.
           CLOSE CONTROL-FILE.
           IF WS-DATA-ANALISE IS EQUAL TO ZEROES
             MOVE WS-RUN-DATE-NUM TO WS-DATA-ANALISE
           END-IF.
      *
           PERFORM CARREGAR-PARAMETROS.
      *
           COMPUTE WS-DIA-ANALISE =
                   FUNCTION INTEGER-OF-DATE(WS-DATA-ANALISE).
           COMPUTE WS-DIA-INICIO-SEMANA = WS-DIA-ANALISE - 6.
           COMPUTE WS-DATA-INICIO-SEMANA =
                   FUNCTION DATE-OF-INTEGER(WS-DIA-INICIO-SEMANA).
           COMPUTE WS-DIA-INICIO-VENDAS =
                   WS-DIA-INICIO-SEMANA - WS-DIAS-DEVOLUCAO.
      *
           INITIALIZE WS-OPR-TAB.
           INITIALIZE WS-LOJ-TAB.
      *
           OPEN INPUT  AUDIT-FILE.
           MOVE WS-AUDIT-STATUS TO WS-FILE-STATUS.
           MOVE 'AUDIT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC102'                    TO RP-HDR-PROGRAM.
           MOVE 'PREVENCAO DE PERDAS - CAIXAS' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-LEGENDA-LINE               TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * ALL FOUR ARE WHOLE NUMBERS IN THE FIRST THREE POSITIONS
      * ('030' = 30 DAYS, '020' = R$ 20, '200' = TWICE THE STORE).
       CARREGAR-PARAMETROS.
           MOVE 'EXERC102'     TO WS-PRM-PROGRAMA.
           MOVE 'DIAS-DEVOLUC' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-DIAS-DEVOLUCAO
             END-IF
           END-IF.
      *
           MOVE 'VLR-SOBREPRC' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-VLR-SOBREPRECO
             END-IF
           END-IF.
      *
           MOVE 'IND-ALERTA'   TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-IND-ALERTA
             END-IF
           END-IF.
      *
           MOVE 'MIN-CUPONS'   TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-MIN-CUPONS
             END-IF
           END-IF.
      *
           IF WS-IND-ALERTA IS LESS THAN 100
             MOVE 100 TO WS-IND-ALERTA
           END-IF.
      *
      * A CHANGE OF DATE, STORE, REGISTER OR CUPOM NUMBER CLOSES THE
      * CUPOM BEING HELD. LINES AFTER THE DAY ANALYSED ARE IGNORED.
       LER-AUDITORIA.
           READ AUDIT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-AUD
           END-READ.
           MOVE WS-AUDIT-STATUS TO WS-FILE-STATUS.
           MOVE 'AUDIT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-AUD IS NOT EQUAL TO 'Y'
             IF AUD-DATA IS NOT GREATER THAN WS-DATA-ANALISE
               ADD 1 TO WS-RECS-READ
               IF WS-CUPOM-ABERTO IS EQUAL TO 'S'
                 IF AUD-DATA  IS NOT EQUAL TO WS-CUP-DATA  OR
                    AUD-LOJA  IS NOT EQUAL TO WS-CUP-LOJA  OR
                    AUD-CAIXA IS NOT EQUAL TO WS-CUP-CAIXA OR
                    AUD-CUPOM IS NOT EQUAL TO WS-CUP-CUPOM
                   PERFORM FECHAR-CUPOM
                 END-IF
               END-IF
               IF WS-CUPOM-ABERTO IS EQUAL TO 'N'
                 PERFORM ABRIR-CUPOM
               END-IF
               PERFORM GUARDAR-LINHA
             END-IF
           END-IF.
      *
       ABRIR-CUPOM.
           MOVE 'S'          TO WS-CUPOM-ABERTO.
           MOVE AUD-DATA     TO WS-CUP-DATA.
           MOVE AUD-LOJA     TO WS-CUP-LOJA.
           MOVE AUD-CAIXA    TO WS-CUP-CAIXA.
           MOVE AUD-CUPOM    TO WS-CUP-CUPOM.
           MOVE SPACES       TO WS-CUP-OPERADOR.
           MOVE 'N'          TO WS-CUP-PAGO.
           MOVE 'N'          TO WS-CUP-ESTORNADO.
           MOVE ZEROES       TO WS-CUP-COUNT.
      *
      * TENDER LINES ONLY MARK THE CUPOM AS PAID; AN 'X' AFTER A
      * TENDER IS THE VOID AFTER PAYMENT.
       GUARDAR-LINHA.
           IF WS-CUP-OPERADOR IS EQUAL TO SPACES
             MOVE AUD-OPERADOR TO WS-CUP-OPERADOR
           END-IF.
           MOVE AUD-SUBTOTAL-ED TO WS-AUD-SUBTOTAL.
           EVALUATE AUD-TIPO
             WHEN 'T'
               MOVE 'S' TO WS-CUP-PAGO
             WHEN 'X'
               IF WS-CUP-PAGO IS EQUAL TO 'S'
                 MOVE 'S' TO WS-CUP-ESTORNADO
               END-IF
             WHEN 'V'
             WHEN 'R'
             WHEN 'P'
               IF WS-CUP-COUNT IS NOT LESS THAN 500
                 DISPLAY 'EXERC102 - CUPOM ACIMA DE 500 LINHAS: '
                         WS-CUP-LOJA ' ' WS-CUP-CAIXA ' '
                         WS-CUP-CUPOM
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-CUP-COUNT
               MOVE AUD-TIPO        TO WS-CL-TIPO(WS-CUP-COUNT)
               MOVE AUD-BARCODE     TO WS-CL-BARCODE(WS-CUP-COUNT)
               MOVE WS-AUD-SUBTOTAL TO WS-CL-SUBTOTAL(WS-CUP-COUNT)
               MOVE AUD-MANUAL      TO WS-CL-MANUAL(WS-CUP-COUNT)
               MOVE ZEROES          TO WS-CL-TABELA(WS-CUP-COUNT)
               IF AUD-MANUAL IS EQUAL TO 'M'
                 MOVE AUD-TABELA-ED TO WS-AUD-TABELA
                 MOVE WS-AUD-TABELA TO WS-CL-TABELA(WS-CUP-COUNT)
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
      *
      * A CUPOM BEFORE THE WEEK ONLY FEEDS THE SALES HISTORY THE
      * RETURNS ARE MATCHED AGAINST; ONE IN THE WEEK IS COUNTED FOR
      * THE WEEK AND, ON THE DAY ITSELF, FOR THE DAY TOO. ITS LINES
      * ARE MATCHED AND RECORDED ONCE, IN THE ORDER THEY WERE RUNG,
      * BEFORE THE COUNTING.
       FECHAR-CUPOM.
           MOVE 'N' TO WS-CUPOM-ABERTO.
           COMPUTE WS-DIA-CUPOM =
                   FUNCTION INTEGER-OF-DATE(WS-CUP-DATA).
           IF WS-DIA-CUPOM IS LESS THAN WS-DIA-INICIO-SEMANA
             IF WS-CUP-ESTORNADO IS EQUAL TO 'N' AND
                WS-DIA-CUPOM IS NOT LESS THAN WS-DIA-INICIO-VENDAS
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-CUP-COUNT
                 IF WS-CL-TIPO(WS-C) IS EQUAL TO 'V'
                   PERFORM REGISTRAR-VENDA
                 END-IF
               END-PERFORM
             END-IF
           ELSE
             IF WS-CUP-DATA IS EQUAL TO WS-DATA-ANALISE
               MOVE 1 TO WS-P-INICIAL
               ADD 1 TO WS-QTD-CUPONS-DIA
             ELSE
               MOVE 2 TO WS-P-INICIAL
             END-IF
             ADD 1 TO WS-QTD-CUPONS-SEMANA
             IF WS-CUP-ESTORNADO IS EQUAL TO 'N'
               PERFORM VARYING WS-C FROM 1 BY 1
                       UNTIL WS-C > WS-CUP-COUNT
                 EVALUATE WS-CL-TIPO(WS-C)
                   WHEN 'V'
                     PERFORM REGISTRAR-VENDA
                   WHEN 'R'
                     PERFORM VERIFICAR-VENDA-ANTERIOR
                 END-EVALUATE
               END-PERFORM
             END-IF
             PERFORM LOCALIZAR-OPERADOR
             COMPUTE WS-L = WS-CUP-LOJA + 1
             PERFORM CONTAR-CUPOM
               VARYING WS-P FROM WS-P-INICIAL BY 1
               UNTIL WS-P > 2
           END-IF.
      *
       CONTAR-CUPOM.
           ADD 1 TO WS-OP-CUPONS(WS-O, WS-P).
           ADD 1 TO WS-LJ-CUPONS(WS-L, WS-P).
           IF WS-CUP-ESTORNADO IS EQUAL TO 'S'
             ADD 1 TO WS-OP-CANCEL(WS-O, WS-P)
             ADD 1 TO WS-LJ-CANCEL(WS-L, WS-P)
             IF WS-P IS EQUAL TO 2
               ADD 1 TO WS-QTD-ESTORNOS
             END-IF
           ELSE
             PERFORM VARYING WS-C FROM 1 BY 1
                     UNTIL WS-C > WS-CUP-COUNT
               PERFORM CONTAR-LINHA
             END-PERFORM
           END-IF.
      *
       CONTAR-LINHA.
           IF WS-P IS EQUAL TO 2 AND
              WS-CL-TIPO(WS-C) IS NOT EQUAL TO 'P'
             ADD WS-CL-SUBTOTAL(WS-C) TO WS-CONTROL-TOT
           END-IF.
           EVALUATE WS-CL-TIPO(WS-C)
             WHEN 'V'
               ADD 1 TO WS-OP-ITENS(WS-O, WS-P)
               ADD 1 TO WS-LJ-ITENS(WS-L, WS-P)
             WHEN 'R'
               ADD 1 TO WS-OP-DEVOL(WS-O, WS-P)
               ADD 1 TO WS-LJ-DEVOL(WS-L, WS-P)
               IF WS-CL-SEM-VENDA(WS-C) IS EQUAL TO 'S'
                 ADD 1 TO WS-OP-SEM-VENDA(WS-O, WS-P)
                 ADD 1 TO WS-LJ-SEM-VENDA(WS-L, WS-P)
               END-IF
             WHEN 'P'
               ADD WS-CL-SUBTOTAL(WS-C) TO WS-OP-RESGATE(WS-O, WS-P)
               ADD WS-CL-SUBTOTAL(WS-C) TO WS-LJ-RESGATE(WS-L, WS-P)
           END-EVALUATE.
           IF WS-CL-MANUAL(WS-C) IS EQUAL TO 'M'
             COMPUTE WS-DIFERENCA =
                     WS-CL-TABELA(WS-C) - WS-CL-SUBTOTAL(WS-C)
             IF WS-DIFERENCA IS LESS THAN ZEROES
               COMPUTE WS-DIFERENCA = WS-DIFERENCA * -1
             END-IF
             IF WS-DIFERENCA IS NOT LESS THAN WS-VLR-SOBREPRECO
               ADD 1 TO WS-OP-SOBREPRECO(WS-O, WS-P)
               ADD 1 TO WS-LJ-SOBREPRECO(WS-L, WS-P)
             END-IF
           END-IF.
      *
      * A RETURN WITH NO SALE OF THE BARCODE AT THE STORE IN THE
      * DIAS-DEVOLUC DAYS BEFORE IT.
       VERIFICAR-VENDA-ANTERIOR.
           MOVE WS-CUP-LOJA          TO WS-VB-LOJA.
           MOVE WS-CL-BARCODE(WS-C)  TO WS-VB-BARCODE.
           PERFORM LOCALIZAR-VENDA.
           IF WS-VND-ACHADO IS EQUAL TO 'S'
             COMPUTE WS-DIA-VENDA =
                     FUNCTION INTEGER-OF-DATE(WS-VND-DATA(WS-VND-POS))
             IF WS-DIA-CUPOM - WS-DIA-VENDA IS GREATER THAN
                WS-DIAS-DEVOLUCAO
               MOVE 'N' TO WS-VND-ACHADO
             END-IF
           END-IF.
           IF WS-VND-ACHADO IS EQUAL TO 'N'
             MOVE 'S' TO WS-CL-SEM-VENDA(WS-C)
           ELSE
             MOVE 'N' TO WS-CL-SEM-VENDA(WS-C)
           END-IF.
      *
      * THE CUPONS ARRIVE IN DATE ORDER, SO THE DATE KEPT IS ALWAYS
      * THE LATEST SALE.
       REGISTRAR-VENDA.
           MOVE WS-CUP-LOJA          TO WS-VB-LOJA.
           MOVE WS-CL-BARCODE(WS-C)  TO WS-VB-BARCODE.
           PERFORM LOCALIZAR-VENDA.
           IF WS-VND-ACHADO IS EQUAL TO 'S'
             MOVE WS-CUP-DATA TO WS-VND-DATA(WS-VND-POS)
           ELSE
             IF WS-VND-COUNT IS NOT LESS THAN 20000
               DISPLAY 'EXERC102 - TABELA DE VENDAS CHEIA (20000)'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-VND-COUNT
             PERFORM VARYING WS-V FROM WS-VND-COUNT BY -1
                     UNTIL WS-V NOT GREATER THAN WS-VND-POS
               MOVE WS-VND-LINHA(WS-V - 1) TO WS-VND-LINHA(WS-V)
             END-PERFORM
             MOVE WS-VND-BUSCA TO WS-VND-CHAVE(WS-VND-POS)
             MOVE WS-CUP-DATA  TO WS-VND-DATA(WS-VND-POS)
           END-IF.
      *
      * BINARY SEARCH - WHEN THE KEY IS NOT THERE, WS-VND-POS ENDS ON
      * THE SLOT IT BELONGS IN.
       LOCALIZAR-VENDA.
           MOVE 'N'          TO WS-VND-ACHADO.
           MOVE 1            TO WS-VND-BAIXO.
           MOVE WS-VND-COUNT TO WS-VND-ALTO.
           PERFORM DIVIDIR-FAIXA-VENDA
             UNTIL WS-VND-BAIXO > WS-VND-ALTO OR
                   WS-VND-ACHADO IS EQUAL TO 'S'.
           IF WS-VND-ACHADO IS EQUAL TO 'N'
             MOVE WS-VND-BAIXO TO WS-VND-POS
           END-IF.
      *
       DIVIDIR-FAIXA-VENDA.
           COMPUTE WS-VND-MEIO = (WS-VND-BAIXO + WS-VND-ALTO) / 2.
           IF WS-VND-CHAVE(WS-VND-MEIO) IS EQUAL TO WS-VND-BUSCA
             MOVE 'S'         TO WS-VND-ACHADO
             MOVE WS-VND-MEIO TO WS-VND-POS
           ELSE
             IF WS-VND-CHAVE(WS-VND-MEIO) IS LESS THAN WS-VND-BUSCA
               COMPUTE WS-VND-BAIXO = WS-VND-MEIO + 1
             ELSE
               COMPUTE WS-VND-ALTO = WS-VND-MEIO - 1
             END-IF
           END-IF.
      *
       LOCALIZAR-OPERADOR.
           MOVE ZEROES TO WS-O.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-OPR-COUNT
             IF WS-OP-LOJA(WS-R)     IS EQUAL TO WS-CUP-LOJA  AND
                WS-OP-CAIXA(WS-R)    IS EQUAL TO WS-CUP-CAIXA AND
                WS-OP-OPERADOR(WS-R) IS EQUAL TO WS-CUP-OPERADOR
               MOVE WS-R         TO WS-O
               MOVE WS-OPR-COUNT TO WS-R
             END-IF
           END-PERFORM.
           IF WS-O IS EQUAL TO ZEROES
             IF WS-OPR-COUNT IS NOT LESS THAN 500
               DISPLAY 'EXERC102 - TABELA DE OPERADORES CHEIA (500)'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-OPR-COUNT
             MOVE WS-OPR-COUNT    TO WS-O
             MOVE WS-CUP-LOJA     TO WS-OP-LOJA(WS-O)
             MOVE WS-CUP-CAIXA    TO WS-OP-CAIXA(WS-O)
             MOVE WS-CUP-OPERADOR TO WS-OP-OPERADOR(WS-O)
           END-IF.
      *
       IMPRIMIR-PERIODO.
           PERFORM IMPRIMIR-LOJA
             VARYING WS-L FROM 1 BY 1
             UNTIL WS-L > 100.
      *
      * THE STORE AVERAGE FIRST, THEN ITS FLAGGED PAIRS WORST FIRST.
       IMPRIMIR-LOJA.
           IF WS-LJ-CUPONS(WS-L, WS-P) IS GREATER THAN ZEROES
             MOVE SPACES TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE WS-DATA-ANALISE TO WS-DATA-TRAB-NUM
             PERFORM EDITAR-DATA
             MOVE WS-DATA-TRAB-EDIT TO WS-PL-FIM
             IF WS-P IS EQUAL TO 1
               MOVE 'DIA       '      TO WS-PL-LIT
               MOVE WS-DATA-TRAB-EDIT TO WS-PL-INICIO
               MOVE SPACES            TO WS-PL-SEP
               MOVE SPACES            TO WS-PL-FIM
             ELSE
               MOVE 'SEMANA    '      TO WS-PL-LIT
               MOVE WS-DATA-INICIO-SEMANA TO WS-DATA-TRAB-NUM
               PERFORM EDITAR-DATA
               MOVE WS-DATA-TRAB-EDIT TO WS-PL-INICIO
               MOVE ' A '             TO WS-PL-SEP
             END-IF
             COMPUTE WS-PL-LOJA = WS-L - 1
             MOVE WS-PERIODO-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE WS-COL-HEADER   TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
      *
             PERFORM CALCULAR-TAXAS-LOJA
             MOVE SPACES          TO WS-DETAIL-LINE
             MOVE 'MEDIA DA LOJA' TO WS-DETAIL-LINE(4:13)
             MOVE WS-LJ-CUPONS(WS-L, WS-P) TO WS-DT-CUPONS
             PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 5
               MOVE WS-TX-LOJA(WS-M) TO WS-DT-TAXA(WS-M)
               MOVE ZEROES           TO WS-DT-INDICE(WS-M)
             END-PERFORM
             MOVE ZEROES          TO WS-DT-ALERTAS
             MOVE WS-DETAIL-LINE  TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
      *
             MOVE ZEROES TO WS-RNK-COUNT
             PERFORM AVALIAR-OPERADOR
               VARYING WS-O FROM 1 BY 1
               UNTIL WS-O > WS-OPR-COUNT
             PERFORM LISTAR-PIOR
               VARYING WS-POSICAO FROM 1 BY 1
               UNTIL WS-POSICAO > WS-TOP-LISTA OR
                     WS-POSICAO > WS-RNK-COUNT
             IF WS-RNK-COUNT IS EQUAL TO ZEROES
               MOVE SPACES TO REPORT-LINE
               MOVE 'NENHUM CAIXA ACIMA DO LIMITE DA LOJA'
                 TO REPORT-LINE(4:36)
               PERFORM GRAVAR-LINHA-RELATORIO
             END-IF
           END-IF.
      *
       CALCULAR-TAXAS-LOJA.
           MOVE ZEROES TO WS-TAXA-LOJA-TAB.
           IF WS-LJ-ITENS(WS-L, WS-P) IS GREATER THAN ZEROES
             COMPUTE WS-TAXA-CALC ROUNDED =
                     WS-LJ-DEVOL(WS-L, WS-P) * 100 /
                     WS-LJ-ITENS(WS-L, WS-P)
             MOVE 1 TO WS-M
             PERFORM LIMITAR-TAXA-LOJA
           END-IF.
           COMPUTE WS-TAXA-CALC ROUNDED =
                   WS-LJ-SEM-VENDA(WS-L, WS-P) * 100 /
                   WS-LJ-CUPONS(WS-L, WS-P).
           MOVE 2 TO WS-M.
           PERFORM LIMITAR-TAXA-LOJA.
           COMPUTE WS-TAXA-CALC ROUNDED =
                   WS-LJ-RESGATE(WS-L, WS-P) /
                   WS-LJ-CUPONS(WS-L, WS-P).
           MOVE 3 TO WS-M.
           PERFORM LIMITAR-TAXA-LOJA.
           COMPUTE WS-TAXA-CALC ROUNDED =
                   WS-LJ-SOBREPRECO(WS-L, WS-P) * 100 /
                   WS-LJ-CUPONS(WS-L, WS-P).
           MOVE 4 TO WS-M.
           PERFORM LIMITAR-TAXA-LOJA.
           COMPUTE WS-TAXA-CALC ROUNDED =
                   WS-LJ-CANCEL(WS-L, WS-P) * 100 /
                   WS-LJ-CUPONS(WS-L, WS-P).
           MOVE 5 TO WS-M.
           PERFORM LIMITAR-TAXA-LOJA.
      *
       LIMITAR-TAXA-LOJA.
           IF WS-TAXA-CALC IS GREATER THAN 999,99
             MOVE 999,99 TO WS-TAXA-CALC
           END-IF.
           MOVE WS-TAXA-CALC TO WS-TX-LOJA(WS-M).
      *
      * A PAIR IS ONLY JUDGED ON MIN-CUPONS CUPONS OR MORE. A MEASURE
      * IS FLAGGED WHEN THE PAIR HAS ANY OF IT AND EITHER THE STORE
      * HAS NONE OR THE PAIR IS AT IND-ALERTA PERCENT OF THE STORE.
       AVALIAR-OPERADOR.
           IF WS-OP-LOJA(WS-O) + 1 IS EQUAL TO WS-L AND
              WS-OP-CUPONS(WS-O, WS-P) IS NOT LESS THAN WS-MIN-CUPONS
             ADD 1 TO WS-QTD-PARES
             PERFORM CALCULAR-TAXAS-OPERADOR
             ADD 1 TO WS-RNK-COUNT
             MOVE WS-O   TO WS-RK-OPR(WS-RNK-COUNT)
             MOVE ZEROES TO WS-ALERTAS
             MOVE ZEROES TO WS-MAIOR-INDICE
             PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 5
               MOVE WS-TX-OPR(WS-M) TO WS-RK-TAXA(WS-RNK-COUNT, WS-M)
               MOVE SPACE TO WS-RK-MARCA(WS-RNK-COUNT, WS-M)
               MOVE ZEROES TO WS-INDICE-CALC
               IF WS-TX-LOJA(WS-M) IS GREATER THAN ZEROES
                 COMPUTE WS-INDICE-CALC ROUNDED =
                         WS-TX-OPR(WS-M) * 100 / WS-TX-LOJA(WS-M)
               ELSE
                 IF WS-TX-OPR(WS-M) IS GREATER THAN ZEROES
                   MOVE 999 TO WS-INDICE-CALC
                 END-IF
               END-IF
               IF WS-INDICE-CALC IS GREATER THAN 999
                 MOVE 999 TO WS-INDICE-CALC
               END-IF
               MOVE WS-INDICE-CALC TO WS-RK-INDICE(WS-RNK-COUNT, WS-M)
               IF WS-TX-OPR(WS-M) IS GREATER THAN ZEROES AND
                  WS-INDICE-CALC IS NOT LESS THAN WS-IND-ALERTA
                 ADD 1 TO WS-ALERTAS
                 MOVE '*' TO WS-RK-MARCA(WS-RNK-COUNT, WS-M)
                 IF WS-INDICE-CALC IS GREATER THAN WS-MAIOR-INDICE
                   MOVE WS-INDICE-CALC TO WS-MAIOR-INDICE
                 END-IF
               END-IF
             END-PERFORM
             IF WS-ALERTAS IS EQUAL TO ZEROES
               SUBTRACT 1 FROM WS-RNK-COUNT
             ELSE
               MOVE WS-ALERTAS      TO WS-RK-ALERTAS(WS-RNK-COUNT)
               MOVE WS-MAIOR-INDICE TO WS-RK-MAIOR(WS-RNK-COUNT)
               MOVE 'N'             TO WS-RK-LISTADO(WS-RNK-COUNT)
             END-IF
           END-IF.
      *
       CALCULAR-TAXAS-OPERADOR.
           MOVE ZEROES TO WS-TAXA-OPR-TAB.
           IF WS-OP-ITENS(WS-O, WS-P) IS GREATER THAN ZEROES
             COMPUTE WS-TAXA-CALC ROUNDED =
                     WS-OP-DEVOL(WS-O, WS-P) * 100 /
                     WS-OP-ITENS(WS-O, WS-P)
             MOVE 1 TO WS-M
             PERFORM LIMITAR-TAXA-OPERADOR
           END-IF.
           COMPUTE WS-TAXA-CALC ROUNDED =
                   WS-OP-SEM-VENDA(WS-O, WS-P) * 100 /
                   WS-OP-CUPONS(WS-O, WS-P).
           MOVE 2 TO WS-M.
           PERFORM LIMITAR-TAXA-OPERADOR.
           COMPUTE WS-TAXA-CALC ROUNDED =
                   WS-OP-RESGATE(WS-O, WS-P) /
                   WS-OP-CUPONS(WS-O, WS-P).
           MOVE 3 TO WS-M.
           PERFORM LIMITAR-TAXA-OPERADOR.
           COMPUTE WS-TAXA-CALC ROUNDED =
                   WS-OP-SOBREPRECO(WS-O, WS-P) * 100 /
                   WS-OP-CUPONS(WS-O, WS-P).
           MOVE 4 TO WS-M.
           PERFORM LIMITAR-TAXA-OPERADOR.
           COMPUTE WS-TAXA-CALC ROUNDED =
                   WS-OP-CANCEL(WS-O, WS-P) * 100 /
                   WS-OP-CUPONS(WS-O, WS-P).
           MOVE 5 TO WS-M.
           PERFORM LIMITAR-TAXA-OPERADOR.
      *
       LIMITAR-TAXA-OPERADOR.
           IF WS-TAXA-CALC IS GREATER THAN 999,99
             MOVE 999,99 TO WS-TAXA-CALC
           END-IF.
           MOVE WS-TAXA-CALC TO WS-TX-OPR(WS-M).
      *
      * MOST MEASURES FLAGGED FIRST, THEN THE HIGHEST FLAGGED INDEX.
       LISTAR-PIOR.
           MOVE ZEROES TO WS-MELHOR.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RNK-COUNT
             IF WS-RK-LISTADO(WS-R) IS EQUAL TO 'N'
               IF WS-MELHOR IS EQUAL TO ZEROES
                 MOVE WS-R TO WS-MELHOR
               ELSE
                 IF WS-RK-ALERTAS(WS-R) IS GREATER THAN
                    WS-RK-ALERTAS(WS-MELHOR) OR
                    (WS-RK-ALERTAS(WS-R) IS EQUAL TO
                     WS-RK-ALERTAS(WS-MELHOR) AND
                     WS-RK-MAIOR(WS-R) IS GREATER THAN
                     WS-RK-MAIOR(WS-MELHOR))
                   MOVE WS-R TO WS-MELHOR
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
      *
           MOVE 'S' TO WS-RK-LISTADO(WS-MELHOR).
           MOVE WS-RK-OPR(WS-MELHOR) TO WS-O.
           MOVE SPACES               TO WS-DETAIL-LINE.
           MOVE WS-POSICAO           TO WS-DT-POSICAO.
           MOVE WS-OP-CAIXA(WS-O)    TO WS-DT-CAIXA.
           MOVE WS-OP-OPERADOR(WS-O) TO WS-DT-OPERADOR.
           MOVE WS-OP-CUPONS(WS-O, WS-P) TO WS-DT-CUPONS.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 5
             MOVE WS-RK-TAXA(WS-MELHOR, WS-M)   TO WS-DT-TAXA(WS-M)
             MOVE WS-RK-INDICE(WS-MELHOR, WS-M) TO WS-DT-INDICE(WS-M)
             MOVE WS-RK-MARCA(WS-MELHOR, WS-M)  TO WS-DT-MARCA(WS-M)
           END-PERFORM.
           MOVE WS-RK-ALERTAS(WS-MELHOR) TO WS-DT-ALERTAS.
           MOVE WS-DETAIL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           ADD 1 TO WS-QTD-LISTADOS.
      *
       EDITAR-DATA.
           MOVE WS-TRAB-DD   TO WS-DATA-TRAB-EDIT(1:2).
           MOVE '/'          TO WS-DATA-TRAB-EDIT(3:1).
           MOVE WS-TRAB-MM   TO WS-DATA-TRAB-EDIT(4:2).
           MOVE '/'          TO WS-DATA-TRAB-EDIT(6:1).
           MOVE WS-TRAB-YYYY TO WS-DATA-TRAB-EDIT(7:4).
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
      * THE CONTROL TOTAL IS THE NET VALUE RUNG UP IN THE WEEK BY THE
      * CUPONS THAT WERE NOT VOIDED.
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CUPONS DO DIA ANALISADOS:'         TO WS-SM-LIT.
           MOVE WS-QTD-CUPONS-DIA                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CUPONS DA SEMANA ANALISADOS:'      TO WS-SM-LIT.
           MOVE WS-QTD-CUPONS-SEMANA                TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CUPONS CANCELADOS APOS PAGAMENTO:' TO WS-SM-LIT.
           MOVE WS-QTD-ESTORNOS                     TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CAIXA/OPERADOR AVALIADOS:'         TO WS-SM-LIT.
           MOVE WS-QTD-PARES                        TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CAIXA/OPERADOR LISTADOS:'          TO WS-SM-LIT.
           MOVE WS-QTD-LISTADOS                     TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE AUDIT-FILE.
           CLOSE REPORT-FILE.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
      * CARRIES WHATEVER RETURN CODE THE RUN IS ENDING WITH.
       GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC102' TO RLG-PROGRAMA.
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
           COPY CPYPRMPD.
           COPY CPYFILCHK.
