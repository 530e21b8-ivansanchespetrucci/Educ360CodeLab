      *                EXERC019 READS THEM; AN ITEM WITH ZERO COST ON  *
      *                THE MASTER SHOWS 100 PCT MARGIN AND IS FLAGGED  *
      *                SO PURCHASING LOADS THE MISSING COST.           *
      * 2026-10-15 JM  THE DAY'S EXPIRY WRITE-OFFS FROM THE EXERC101   *
      *                BAIXAVEN FILE COME OFF EACH ITEM'S MARGIN AS A  *
      *                LOSS AT COST - NEW PERDA COLUMN, 'BAIXA VALID.' *
      *                FLAG AND A PERDA POR VALIDADE TOTAL; AN ITEM    *
      *                THAT ONLY EXPIRED STILL GETS ITS LINE. THE ROW- *
      *                SWAP AREA NOW HOLDS A WHOLE TABLE ROW (IT CUT   *
      *                THE ROW SHORT) AND THE REPORT LINE IS WIDE      *
      *                ENOUGH FOR THE FLAG COLUMN.                     *
      * 2026-10-15 JM  ITEM-REC CARRIES THE NEW ITEM-UNIDADE AND ITEM- *
      *                CONTEUDO (UNIT OF MEASURE AND NET CONTENT FOR   *
      *                THE SHELF LABELS), SO THE ITEMFILE RECORD       *
      *                MATCHES THE 82-BYTE MASTER.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC048.
                                  RECORD KEY IS ITEM-BARCODE
                                  ACCESS MODE IS DYNAMIC
                                  FILE STATUS IS WS-ITEM-STATUS.
      *
           SELECT LOSS-FILE      ASSIGN TO BAIXAVEN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-VEN-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO MARGRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
           05  ITEM-NIVEL-REPOS   PIC 9(05).
           05  ITEM-QTD-REPOS     PIC 9(05).
           05  ITEM-CUSTO         PIC 9(04)V9(02).
           05  ITEM-UNIDADE       PIC X(02).
           05  ITEM-CONTEUDO      PIC 9(05)V9(03).
      *
      * ONE EXPIRED BATCH WRITTEN OFF BY EXERC101, AT ITEM COST.
       FD  LOSS-FILE.
       01  VEN-REC.
           05  VEN-DATA           PIC 9(08).
           05  VEN-BARCODE        PIC X(13).
           05  VEN-LOTE           PIC X(10).
           05  VEN-VALIDADE       PIC 9(08).
           05  VEN-QTD            PIC 9(05)V9(02).
           05  VEN-CUSTO-UNIT     PIC 9(04)V9(02).
           05  VEN-VALOR          PIC 9(07)V9(02).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(150).
      *
       FD  RUNLOG-FILE.
       01  RUNLOG-REC             PIC X(51).
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-ITEM-STATUS         PIC X(02) VALUE SPACES.
       01  WS-VEN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYSKPWS.
       01  WS-EOF-AUD             PIC X(01) VALUE 'N'.
       01  WS-EOF-VEN             PIC X(01) VALUE 'N'.
      *
       01  WS-DATA-ANALISE        PIC 9(08) VALUE ZEROES.
      *
      * PER-ITEM DAY TOTALS - UNITS NET OF RETURNS AND NET REVENUE,
      * COST AND MARGIN JOINED FROM THE ITEM MASTER AFTER THE LOAD.
      * THE EXPIRY WRITE-OFFS OF THE DAY COME OFF THE MARGIN.
       01  WS-ITM-TAB.
           05  WS-ITM-LINHA       OCCURS 1 TO 1000 TIMES
                                   DEPENDING ON WS-ITM-COUNT.
               10  WS-ITM-MARGEM    PIC S9(09)V9(02).
               10  WS-ITM-MARGEM-PC PIC S9(03)V9(02).
               10  WS-ITM-SEM-CUSTO PIC X(01).
               10  WS-ITM-PERDA     PIC S9(09)V9(02).
       01  WS-ITM-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-J                   PIC 9(04) VALUE ZEROES.
       01  WS-MAIOR               PIC 9(04) VALUE ZEROES.
       01  WS-ITM-ACHADO          PIC X(01) VALUE 'N'.
       01  WS-TROCA               PIC X(102) VALUE SPACES.
       01  WS-BARCODE-BUSCA       PIC X(13) VALUE SPACES.
       01  WS-TOT-PERDA           PIC S9(09)V9(02) VALUE ZEROES.
      *
       01  WS-AUD-QTD             PIC 9(05)V9(02) VALUE ZEROES.
       01  WS-AUD-SUBTOTAL        PIC S9(08)V9(02) VALUE ZEROES.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-MARGEM-PC    PIC -ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PERDA        PIC -ZZ.ZZZ.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-FLAG         PIC X(12).
      *
       01  WS-TOTAL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-TT-LIT          PIC X(36).
           05  WS-TT-VALOR        PIC -ZZZ.ZZZ.ZZ9,99.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
           PERFORM ACUMULAR-VENDAS
             WITH TEST AFTER
             UNTIL WS-EOF-AUD IS EQUAL TO 'Y'.
           PERFORM CARREGAR-PERDAS.
      *
           PERFORM CALCULAR-MARGENS.
           PERFORM IMPRIMIR-ANALISE.
               ADD 1 TO WS-RECS-READ
               MOVE AUD-QTD-ED      TO WS-AUD-QTD
               MOVE AUD-SUBTOTAL-ED TO WS-AUD-SUBTOTAL
               MOVE AUD-BARCODE     TO WS-BARCODE-BUSCA
               PERFORM LOCALIZAR-LINHA-ITEM
               PERFORM SOMAR-MOVIMENTO
             END-IF
           END-IF.
      *
      * LEAVES WS-I ON THE TABLE LINE OF WS-BARCODE-BUSCA, OPENING
      * A ZEROED LINE FOR AN ITEM NOT YET SEEN.
       LOCALIZAR-LINHA-ITEM.
           MOVE 'N' TO WS-ITM-ACHADO.
           MOVE ZEROES TO WS-J.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITM-COUNT
             IF WS-ITM-BARCODE(WS-I) IS EQUAL TO WS-BARCODE-BUSCA
               MOVE 'S' TO WS-ITM-ACHADO
               MOVE WS-I TO WS-J
               MOVE WS-ITM-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
           IF WS-ITM-ACHADO IS EQUAL TO 'S'
             MOVE WS-J TO WS-I
           ELSE
             IF WS-ITM-COUNT IS NOT LESS THAN 1000
               DISPLAY 'EXERC048 - MAIS DE 1000 ITENS NO DIA - '
                       'ANALISE ABORTADA'
             END-IF
             ADD 1 TO WS-ITM-COUNT
             MOVE WS-ITM-COUNT TO WS-I
             MOVE WS-BARCODE-BUSCA TO WS-ITM-BARCODE(WS-I)
             MOVE SPACES       TO WS-ITM-DESCRICAO(WS-I)
             MOVE ZEROES       TO WS-ITM-UNIDADES(WS-I)
             MOVE ZEROES       TO WS-ITM-RECEITA(WS-I)
             MOVE ZEROES       TO WS-ITM-MARGEM(WS-I)
             MOVE ZEROES       TO WS-ITM-MARGEM-PC(WS-I)
             MOVE 'N'          TO WS-ITM-SEM-CUSTO(WS-I)
             MOVE ZEROES       TO WS-ITM-PERDA(WS-I)
           END-IF.
      *
      * A RETURN TAKES ITS UNITS AND REVENUE BACK OUT - THE AUDIT
             ADD WS-AUD-QTD TO WS-ITM-UNIDADES(WS-I)
           END-IF.
           ADD WS-AUD-SUBTOTAL TO WS-ITM-RECEITA(WS-I).
      *
      * THE EXERC101 WRITE-OFFS OF THE ANALYSIS DATE. NO BAIXAVEN YET
      * (STATUS 35) MEANS NOTHING HAS EVER EXPIRED. AN ITEM THAT ONLY
      * EXPIRED, WITH NO SALE, STILL GETS ITS LINE.
       CARREGAR-PERDAS.
           OPEN INPUT LOSS-FILE.
           MOVE WS-VEN-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'LOSS-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM ACUMULAR-PERDA
               WITH TEST AFTER
               UNTIL WS-EOF-VEN IS EQUAL TO 'Y'
             CLOSE LOSS-FILE
           END-IF.
      *
       ACUMULAR-PERDA.
           READ LOSS-FILE
             AT END
               MOVE 'Y' TO WS-EOF-VEN
           END-READ.
           MOVE WS-VEN-STATUS TO WS-FILE-STATUS.
           MOVE 'LOSS-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-VEN IS NOT EQUAL TO 'Y'
             IF VEN-DATA IS EQUAL TO WS-DATA-ANALISE
               ADD 1 TO WS-RECS-READ
               MOVE VEN-BARCODE TO WS-BARCODE-BUSCA
               PERFORM LOCALIZAR-LINHA-ITEM
               ADD VEN-VALOR TO WS-ITM-PERDA(WS-I)
               ADD VEN-VALOR TO WS-TOT-PERDA
             END-IF
           END-IF.
      *
       CALCULAR-MARGENS.
           PERFORM VARYING WS-I FROM 1 BY 1
             END-READ
             COMPUTE WS-ITM-MARGEM(WS-I) =
                     WS-ITM-RECEITA(WS-I) - WS-ITM-CUSTO(WS-I)
                     - WS-ITM-PERDA(WS-I)
             IF WS-ITM-RECEITA(WS-I) IS NOT EQUAL TO ZEROES
               COMPUTE WS-ITM-MARGEM-PC(WS-I) ROUNDED =
                       WS-ITM-MARGEM(WS-I) * 100
             MOVE WS-ITM-CUSTO(WS-I)     TO WS-DT-CUSTO
             MOVE WS-ITM-MARGEM(WS-I)    TO WS-DT-MARGEM
             MOVE WS-ITM-MARGEM-PC(WS-I) TO WS-DT-MARGEM-PC
             MOVE WS-ITM-PERDA(WS-I)     TO WS-DT-PERDA
             IF WS-ITM-SEM-CUSTO(WS-I) IS EQUAL TO 'S'
               MOVE '** SEM CUSTO' TO WS-DT-FLAG
             ELSE
               IF WS-ITM-PERDA(WS-I) IS NOT EQUAL TO ZEROES
                 MOVE 'BAIXA VALID.' TO WS-DT-FLAG
               ELSE
                 MOVE SPACES TO WS-DT-FLAG
               END-IF
             END-IF
             MOVE WS-DETAIL-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           ADD 1 TO WS-RECS-WRTN.
      *
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PERDA POR VALIDADE (A CUSTO):' TO WS-TT-LIT.
           MOVE WS-TOT-PERDA                    TO WS-TT-VALOR.
           MOVE WS-TOTAL-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
