      ******************************************************************
      * FILE NAME   : EXERC103                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : NIGHTLY PRICE-CHANGE STEP. APPLIES THE PRCPEND   *
      *               PRICE CHANGES WHOSE EFFECTIVE DATE HAS COME TO   *
      *               ITEM-VALOR BEFORE THE CHECKOUT STEP, WITH THE    *
      *               SAME ITEMAUD RECORD EXERC026 WRITES, CARRIES THE *
      *               FUTURE ONES FORWARD ON PRCNEW, AND PRINTS A      *
      *               SHELF LABEL FOR EVERY CHANGED ITEM IN EVERY      *
      *               STORE THAT STOCKS IT (LOJASTK) - DESCRIPTION,    *
      *               NEW PRICE AND PRICE PER UNIT OF MEASURE - SO THE *
      *               SHELVES MATCH THE TILL THE NEXT MORNING          *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - WEEKEND PROMOTIONS AND SUPPLIER *
      *                PRICE RISES HAD TO BE KEYED AT MIDNIGHT. THE    *
      *                'A' ROWS EXERC026 LEAVES FOR PRICES IT CHANGED  *
      *                AT ONCE ONLY GET THEIR LABELS. TWO CHANGES FOR  *
      *                ONE ITEM DUE THE SAME NIGHT: THE LATER          *
      *                EFFECTIVE DATE (THEN THE LATER KEYING) WINS AND *
      *                THE OTHER IS REPORTED AS SUPERSEDED. THE LABELS *
      *                COME OUT GROUPED PER STORE.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC103.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PENDING-FILE   ASSIGN TO PRCPEND
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PEND-STATUS.
      *
           SELECT PENDING-NEW    ASSIGN TO PRCNEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PNEW-STATUS.
      *
           SELECT ITEM-FILE      ASSIGN TO ITEMFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS RANDOM
                                  RECORD KEY IS ITEM-BARCODE
                                  FILE STATUS IS WS-ITEM-STATUS.
      *
           SELECT STORE-STOCK    ASSIGN TO LOJASTK
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS SEQUENTIAL
                                  RECORD KEY IS LSK-CHAVE
                                  FILE STATUS IS WS-LSK-STATUS.
      *
           SELECT AUDIT-FILE     ASSIGN TO ITEMAUD
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-AUDIT-STATUS.
      *
           SELECT LABEL-FILE     ASSIGN TO ETIQUETA
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-LABEL-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO PRCRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO PRCEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE PRICE CHANGE WAITING FOR ITS EFFECTIVE DATE ('P'), OR ONE
      * EXERC026 ALREADY APPLIED THAT ONLY NEEDS ITS LABELS ('A').
       FD  PENDING-FILE.
       01  PRC-REC.
           05  PRC-VIGENCIA       PIC 9(08).
           05  PRC-BARCODE        PIC X(13).
           05  PRC-VALOR          PIC 9(04)V9(02).
           05  PRC-SITUACAO       PIC X(01).
               88  PRC-PENDENTE   VALUE 'P'.
               88  PRC-APLICADO   VALUE 'A'.
           05  PRC-DATA-ENTRADA   PIC 9(08).
      *
       FD  PENDING-NEW.
       01  PRN-REC                PIC X(36).
      *
       FD  ITEM-FILE.
       01  ITEM-REC.
           05  ITEM-BARCODE       PIC X(13).
           05  ITEM-DESCRICAO     PIC X(30).
           05  ITEM-VALOR         PIC 9(04)V9(02).
           05  ITEM-QTD-ESTOQUE   PIC 9(05)V9(02).
           05  ITEM-NIVEL-REPOS   PIC 9(05).
           05  ITEM-QTD-REPOS     PIC 9(05).
           05  ITEM-CUSTO         PIC 9(04)V9(02).
           05  ITEM-UNIDADE       PIC X(02).
           05  ITEM-CONTEUDO      PIC 9(05)V9(03).
      *
       FD  STORE-STOCK.
       01  LSK-REC.
           05  LSK-CHAVE.
               10  LSK-LOJA       PIC 9(02).
               10  LSK-BARCODE    PIC X(13).
           05  LSK-QTD            PIC 9(05)V9(02).
           05  LSK-NIVEL-REPOS    PIC 9(05).
           05  LSK-QTD-REPOS      PIC 9(05).
      *
       FD  AUDIT-FILE.
       01  AUD-REC.
           05  AUD-BARCODE        PIC X(13).
           05  AUD-VALOR-ANTES    PIC 9(04)V9(02).
           05  AUD-VALOR-DEPOIS   PIC 9(04)V9(02).
           05  AUD-DATA           PIC 9(08).
           05  AUD-CAMPO          PIC X(01).
      *
       FD  LABEL-FILE.
       01  LABEL-LINE             PIC X(80).
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
       01  WS-PEND-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PNEW-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ITEM-STATUS         PIC X(02) VALUE SPACES.
       01  WS-LSK-STATUS          PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-LABEL-STATUS        PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
           COPY CPYLCKWS.
       01  WS-EOF-PEND            PIC X(01) VALUE 'N'.
       01  WS-EOF-LSK             PIC X(01) VALUE 'N'.
       01  WS-ITEM-ACHADO         PIC X(01) VALUE 'N'.
      *
      * THE ITEMS CHANGED TONIGHT, IN BARCODE ORDER FOR THE BINARY
      * SEARCH DURING THE LOJASTK PASS. WS-ETQ-PRIORIDADE IS THE
      * EFFECTIVE DATE FOLLOWED BY THE KEYING DATE OF THE CHANGE THAT
      * WON.
       01  WS-ETQ-TAB.
           05  WS-ETQ-LINHA       OCCURS 2000 TIMES.
               10  WS-ETQ-BARCODE     PIC X(13).
               10  WS-ETQ-DESCRICAO   PIC X(30).
               10  WS-ETQ-VALOR       PIC 9(04)V9(02).
               10  WS-ETQ-UNIDADE     PIC X(02).
               10  WS-ETQ-CONTEUDO    PIC 9(05)V9(03).
               10  WS-ETQ-VIGENCIA    PIC 9(08).
               10  WS-ETQ-PRIORIDADE  PIC X(16).
       01  WS-ETQ-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-ETQ-ACHADO          PIC X(01) VALUE 'N'.
       01  WS-ETQ-POS             PIC 9(04) VALUE ZEROES.
       01  WS-ETQ-BAIXO           PIC 9(04) VALUE ZEROES.
       01  WS-ETQ-ALTO            PIC 9(04) VALUE ZEROES.
       01  WS-ETQ-MEIO            PIC 9(04) VALUE ZEROES.
       01  WS-ETQ-BUSCA           PIC X(13) VALUE SPACES.
       01  WS-E                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-PRIORIDADE.
           05  WS-PRI-VIGENCIA    PIC 9(08).
           05  WS-PRI-ENTRADA     PIC 9(08).
      *
       01  WS-VALOR-ANTES         PIC 9(04)V9(02) VALUE ZEROES.
       01  WS-PRECO-UNIDADE       PIC 9(06)V9(02) VALUE ZEROES.
       01  WS-LOJA-ATUAL          PIC 9(02) VALUE ZEROES.
       01  WS-LOJA-ABERTA         PIC X(01) VALUE 'N'.
      *
       01  WS-QTD-LIDOS           PIC 9(05) VALUE ZEROES.
       01  WS-QTD-APLICADOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SO-ETIQUETA     PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SUPERADOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-FUTUROS         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ETIQUETAS       PIC 9(07) VALUE ZEROES.
       01  WS-QTD-LOJAS           PIC 9(03) VALUE ZEROES.
       01  WS-QTD-EXCECOES        PIC 9(05) VALUE ZEROES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(15) VALUE 'ITEM'.
           05  FILLER             PIC X(32) VALUE 'DESCRICAO'.
           05  FILLER             PIC X(12) VALUE 'VIGENCIA'.
           05  FILLER             PIC X(11) VALUE '  ANTERIOR'.
           05  FILLER             PIC X(11) VALUE '      NOVO'.
           05  FILLER             PIC X(12) VALUE '  SITUACAO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-BARCODE      PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DESCRICAO    PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VIGENCIA     PIC X(10).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-ANTERIOR     PIC Z.ZZ9,99 BLANK WHEN ZERO.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-NOVO         PIC Z.ZZ9,99.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-SITUACAO     PIC X(10).
      *
      * THE SHELF-LABEL PRINT FILE - A BANNER PER STORE, THEN ONE
      * LINE PER LABEL.
       01  WS-LABEL-LOJA.
           05  FILLER             PIC X(25)
                                   VALUE '*** ETIQUETAS DA LOJA '.
           05  WS-LL-LOJA         PIC 9(02).
           05  FILLER             PIC X(16)
                                   VALUE ' - VIGENCIA A P'.
           05  FILLER             PIC X(08) VALUE 'ARTIR DE'.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-LL-DATA         PIC X(10).
           05  FILLER             PIC X(04) VALUE ' ***'.
      *
       01  WS-LABEL-DETAIL.
           05  WS-LD-BARCODE      PIC X(13).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-LD-DESCRICAO    PIC X(30).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(03) VALUE 'R$ '.
           05  WS-LD-VALOR        PIC Z.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-LD-UNITARIO     PIC X(20).
      *
       01  WS-UNITARIO-ED.
           05  FILLER             PIC X(03) VALUE 'R$ '.
           05  WS-UE-VALOR        PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-UE-UNIDADE      PIC X(02).
      *
       01  WS-SUMMARY-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(36).
           05  WS-SM-QTD          PIC ZZZ.ZZ9.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-BARCODE      PIC X(13).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-VIGENCIA     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-LIT          PIC X(44) VALUE SPACES.
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
      * NO PRCPEND YET (STATUS 35) IS A NIGHT WITH NOTHING TO APPLY.
           OPEN INPUT PENDING-FILE.
           MOVE WS-PEND-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'PENDING-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM PROCESSAR-PENDENTE
               WITH TEST AFTER
               UNTIL WS-EOF-PEND IS EQUAL TO 'Y'
             CLOSE PENDING-FILE
           END-IF.
      *
           IF WS-ETQ-COUNT IS GREATER THAN ZEROES
             PERFORM EMITIR-ETIQUETAS
           END-IF.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC103' TO WS-EXL-PROGRAMA.
           MOVE 'PRCEXC  ' TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
      *
           MOVE 'EDUCNITE' TO WS-TRV-JOB.
           MOVE 'EXERC103' TO WS-TRV-PROGRAMA.
           MOVE 'ITEMFILE' TO WS-TRV-ARQUIVO.
           PERFORM TOMAR-TRAVA-ARQUIVO.
      *
           OPEN I-O    ITEM-FILE.
           MOVE WS-ITEM-STATUS TO WS-FILE-STATUS.
           MOVE 'ITEM-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT PENDING-NEW.
           MOVE WS-PNEW-STATUS TO WS-FILE-STATUS.
           MOVE 'PENDING-NEW'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN EXTEND AUDIT-FILE.
           MOVE WS-AUDIT-STATUS TO WS-FILE-STATUS.
           MOVE 'AUDIT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT LABEL-FILE.
           MOVE WS-LABEL-STATUS TO WS-FILE-STATUS.
           MOVE 'LABEL-FILE'    TO WS-FILE-ID.
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
           MOVE 'EXERC103'                    TO RP-HDR-PROGRAM.
           MOVE 'MUDANCAS DE PRECO AGENDADAS' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A CHANGE STILL IN THE FUTURE GOES FORWARD TO PRCNEW UNTOUCHED.
      * A DUE ONE IS DROPPED FROM THE FILE ONCE HANDLED - APPLIED,
      * SUPERSEDED OR REJECTED.
       PROCESSAR-PENDENTE.
           READ PENDING-FILE
             AT END
               MOVE 'Y' TO WS-EOF-PEND
           END-READ.
           MOVE WS-PEND-STATUS TO WS-FILE-STATUS.
           MOVE 'PENDING-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-PEND IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-LIDOS
             IF PRC-PENDENTE AND
                PRC-VIGENCIA IS GREATER THAN WS-RUN-DATE-NUM
               MOVE PRC-REC TO PRN-REC
               WRITE PRN-REC
               MOVE WS-PNEW-STATUS TO WS-FILE-STATUS
               MOVE 'PENDING-NEW'  TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
               ADD 1 TO WS-QTD-FUTUROS
             ELSE
               PERFORM TRATAR-PRECO-DEVIDO
             END-IF
           END-IF.
      *
       TRATAR-PRECO-DEVIDO.
           PERFORM LER-ITEM.
           IF WS-ITEM-ACHADO IS NOT EQUAL TO 'S'
             MOVE 'ITEM NAO CADASTRADO - PRECO DESCARTADO'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             MOVE PRC-VIGENCIA     TO WS-PRI-VIGENCIA
             MOVE PRC-DATA-ENTRADA TO WS-PRI-ENTRADA
             MOVE PRC-BARCODE      TO WS-ETQ-BUSCA
             PERFORM LOCALIZAR-ETIQUETA
             IF WS-ETQ-ACHADO IS EQUAL TO 'S' AND
                WS-ETQ-PRIORIDADE(WS-ETQ-POS) IS GREATER THAN
                WS-PRIORIDADE
               ADD 1 TO WS-QTD-SUPERADOS
               MOVE ZEROES      TO WS-DT-ANTERIOR
               MOVE 'SUPERADO'  TO WS-DT-SITUACAO
               PERFORM IMPRIMIR-MUDANCA
             ELSE
               PERFORM APLICAR-PRECO
             END-IF
           END-IF.
      *
      * AN 'A' ROW NORMALLY FINDS THE PRICE ALREADY IN PLACE AND ONLY
      * QUEUES THE LABELS; THE MASTER AND ITEMAUD ARE ONLY TOUCHED
      * WHEN THE PRICE ACTUALLY MOVES.
       APLICAR-PRECO.
           MOVE ITEM-VALOR TO WS-VALOR-ANTES.
           IF PRC-VALOR IS NOT EQUAL TO ITEM-VALOR
             MOVE PRC-VALOR TO ITEM-VALOR
             REWRITE ITEM-REC
             MOVE WS-ITEM-STATUS TO WS-FILE-STATUS
             MOVE 'ITEM-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
      *
             MOVE ITEM-BARCODE    TO AUD-BARCODE
             MOVE WS-VALOR-ANTES  TO AUD-VALOR-ANTES
             MOVE ITEM-VALOR      TO AUD-VALOR-DEPOIS
             MOVE WS-RUN-DATE-NUM TO AUD-DATA
             MOVE 'V'             TO AUD-CAMPO
             WRITE AUD-REC
             MOVE WS-AUDIT-STATUS TO WS-FILE-STATUS
             MOVE 'AUDIT-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
      *
             ADD 1 TO WS-QTD-APLICADOS
             ADD ITEM-VALOR TO WS-CONTROL-TOT
             MOVE WS-VALOR-ANTES TO WS-DT-ANTERIOR
             MOVE 'APLICADO'     TO WS-DT-SITUACAO
           ELSE
             ADD 1 TO WS-QTD-SO-ETIQUETA
             MOVE ZEROES         TO WS-DT-ANTERIOR
             MOVE 'ETIQUETA'     TO WS-DT-SITUACAO
           END-IF.
           PERFORM IMPRIMIR-MUDANCA.
           PERFORM REGISTRAR-ETIQUETA.
      *
       IMPRIMIR-MUDANCA.
           MOVE PRC-BARCODE            TO WS-DT-BARCODE.
           MOVE ITEM-DESCRICAO         TO WS-DT-DESCRICAO.
           MOVE PRC-VIGENCIA(7:2)      TO WS-DT-VIGENCIA(1:2).
           MOVE '/'                    TO WS-DT-VIGENCIA(3:1).
           MOVE PRC-VIGENCIA(5:2)      TO WS-DT-VIGENCIA(4:2).
           MOVE '/'                    TO WS-DT-VIGENCIA(6:1).
           MOVE PRC-VIGENCIA(1:4)      TO WS-DT-VIGENCIA(7:4).
           MOVE PRC-VALOR              TO WS-DT-NOVO.
           MOVE WS-DETAIL-LINE         TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * ONE ENTRY PER ITEM - A LATER CHANGE FOR THE SAME ITEM REPLACES
      * THE ENTRY, SO THE LABEL CARRIES THE PRICE THAT ENDED UP ON THE
      * MASTER.
       REGISTRAR-ETIQUETA.
           IF WS-ETQ-ACHADO IS NOT EQUAL TO 'S'
             IF WS-ETQ-COUNT IS NOT LESS THAN 2000
               DISPLAY 'EXERC103 - TABELA DE ETIQUETAS CHEIA (2000)'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-ETQ-COUNT
             PERFORM VARYING WS-E FROM WS-ETQ-COUNT BY -1
                     UNTIL WS-E NOT GREATER THAN WS-ETQ-POS
               MOVE WS-ETQ-LINHA(WS-E - 1) TO WS-ETQ-LINHA(WS-E)
             END-PERFORM
           END-IF.
           MOVE ITEM-BARCODE   TO WS-ETQ-BARCODE(WS-ETQ-POS).
           MOVE ITEM-DESCRICAO TO WS-ETQ-DESCRICAO(WS-ETQ-POS).
           MOVE ITEM-VALOR     TO WS-ETQ-VALOR(WS-ETQ-POS).
           MOVE ITEM-UNIDADE   TO WS-ETQ-UNIDADE(WS-ETQ-POS).
           MOVE ITEM-CONTEUDO  TO WS-ETQ-CONTEUDO(WS-ETQ-POS).
           MOVE PRC-VIGENCIA   TO WS-ETQ-VIGENCIA(WS-ETQ-POS).
           MOVE WS-PRIORIDADE  TO WS-ETQ-PRIORIDADE(WS-ETQ-POS).
      *
      * BINARY SEARCH - WHEN THE BARCODE IS NOT THERE, WS-ETQ-POS ENDS
      * ON THE SLOT IT BELONGS IN.
       LOCALIZAR-ETIQUETA.
           MOVE 'N'          TO WS-ETQ-ACHADO.
           MOVE 1            TO WS-ETQ-BAIXO.
           MOVE WS-ETQ-COUNT TO WS-ETQ-ALTO.
           PERFORM DIVIDIR-FAIXA-ETIQUETA
             UNTIL WS-ETQ-BAIXO > WS-ETQ-ALTO OR
                   WS-ETQ-ACHADO IS EQUAL TO 'S'.
           IF WS-ETQ-ACHADO IS EQUAL TO 'N'
             MOVE WS-ETQ-BAIXO TO WS-ETQ-POS
           END-IF.
      *
       DIVIDIR-FAIXA-ETIQUETA.
           COMPUTE WS-ETQ-MEIO = (WS-ETQ-BAIXO + WS-ETQ-ALTO) / 2.
           IF WS-ETQ-BARCODE(WS-ETQ-MEIO) IS EQUAL TO WS-ETQ-BUSCA
             MOVE 'S'         TO WS-ETQ-ACHADO
             MOVE WS-ETQ-MEIO TO WS-ETQ-POS
           ELSE
             IF WS-ETQ-BARCODE(WS-ETQ-MEIO) IS LESS THAN WS-ETQ-BUSCA
               COMPUTE WS-ETQ-BAIXO = WS-ETQ-MEIO + 1
             ELSE
               COMPUTE WS-ETQ-ALTO = WS-ETQ-MEIO - 1
             END-IF
           END-IF.
      *
       LER-ITEM.
           MOVE 'S'         TO WS-ITEM-ACHADO.
           MOVE PRC-BARCODE TO ITEM-BARCODE.
           READ ITEM-FILE
             INVALID KEY
               MOVE 'N' TO WS-ITEM-ACHADO
           END-READ.
           IF WS-ITEM-ACHADO IS EQUAL TO 'S'
             MOVE WS-ITEM-STATUS TO WS-FILE-STATUS
             MOVE 'ITEM-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
      * LOJASTK IN KEY ORDER IS STORE BY STORE - EVERY STORE/ITEM
      * PAIR FOR AN ITEM CHANGED TONIGHT GETS ITS LABEL.
       EMITIR-ETIQUETAS.
           OPEN INPUT STORE-STOCK.
           MOVE WS-LSK-STATUS  TO WS-FILE-STATUS.
           MOVE 'STORE-STOCK'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM LER-ESTOQUE-LOJA
             WITH TEST AFTER
             UNTIL WS-EOF-LSK IS EQUAL TO 'Y'.
           CLOSE STORE-STOCK.
      *
       LER-ESTOQUE-LOJA.
           READ STORE-STOCK NEXT RECORD
             AT END
               MOVE 'Y' TO WS-EOF-LSK
           END-READ.
           MOVE WS-LSK-STATUS  TO WS-FILE-STATUS.
           MOVE 'STORE-STOCK'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-LSK IS NOT EQUAL TO 'Y'
             MOVE LSK-BARCODE TO WS-ETQ-BUSCA
             PERFORM LOCALIZAR-ETIQUETA
             IF WS-ETQ-ACHADO IS EQUAL TO 'S'
               IF WS-LOJA-ABERTA IS EQUAL TO 'N' OR
                  LSK-LOJA IS NOT EQUAL TO WS-LOJA-ATUAL
                 MOVE 'S'              TO WS-LOJA-ABERTA
                 MOVE LSK-LOJA         TO WS-LOJA-ATUAL
                 MOVE LSK-LOJA         TO WS-LL-LOJA
                 MOVE WS-RUN-DATE-EDIT TO WS-LL-DATA
                 MOVE WS-LABEL-LOJA    TO LABEL-LINE
                 PERFORM GRAVAR-LINHA-ETIQUETA
                 ADD 1 TO WS-QTD-LOJAS
               END-IF
               PERFORM IMPRIMIR-ETIQUETA
             END-IF
           END-IF.
      *
      * THE PRICE PER UNIT OF MEASURE IS THE PRICE OVER THE NET
      * CONTENT IN THE ITEM'S OWN UNIT - LEFT OFF THE LABEL WHEN THE
      * ITEM HAS NO UNIT OR CONTENT ON THE MASTER.
       IMPRIMIR-ETIQUETA.
           MOVE WS-ETQ-BARCODE(WS-ETQ-POS)   TO WS-LD-BARCODE.
           MOVE WS-ETQ-DESCRICAO(WS-ETQ-POS) TO WS-LD-DESCRICAO.
           MOVE WS-ETQ-VALOR(WS-ETQ-POS)     TO WS-LD-VALOR.
           MOVE SPACES                       TO WS-LD-UNITARIO.
           IF WS-ETQ-UNIDADE(WS-ETQ-POS) IS NOT EQUAL TO SPACES AND
              WS-ETQ-CONTEUDO(WS-ETQ-POS) IS NUMERIC AND
              WS-ETQ-CONTEUDO(WS-ETQ-POS) IS GREATER THAN ZEROES
             COMPUTE WS-PRECO-UNIDADE ROUNDED =
                     WS-ETQ-VALOR(WS-ETQ-POS) /
                     WS-ETQ-CONTEUDO(WS-ETQ-POS)
             MOVE WS-PRECO-UNIDADE           TO WS-UE-VALOR
             MOVE WS-ETQ-UNIDADE(WS-ETQ-POS) TO WS-UE-UNIDADE
             MOVE WS-UNITARIO-ED             TO WS-LD-UNITARIO
           END-IF.
           MOVE WS-LABEL-DETAIL TO LABEL-LINE.
           PERFORM GRAVAR-LINHA-ETIQUETA.
           ADD 1 TO WS-QTD-ETIQUETAS.
      *
       GRAVAR-LINHA-ETIQUETA.
           WRITE LABEL-LINE.
           MOVE WS-LABEL-STATUS TO WS-FILE-STATUS.
           MOVE 'LABEL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
       GRAVAR-EXCECAO.
           MOVE PRC-BARCODE      TO WS-EX-BARCODE.
           MOVE PRC-VIGENCIA     TO WS-EX-VIGENCIA.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-QTD-EXCECOES.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST WRITTEN - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE PRC-BARCODE  TO WS-EXL-CHAVE.
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
      * THE CONTROL TOTAL IS THE SUM OF THE NEW PRICES WRITTEN TO THE
      * MASTER TONIGHT - THE ITEMAUD 'V' ROWS OF THE RUN.
       FINALIZAR.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'MUDANCAS LIDAS NO PRCPEND:'       TO WS-SM-LIT.
           MOVE WS-QTD-LIDOS                       TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'PRECOS APLICADOS NO ITEMFILE:'    TO WS-SM-LIT.
           MOVE WS-QTD-APLICADOS                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'JA APLICADOS (SO ETIQUETA):'      TO WS-SM-LIT.
           MOVE WS-QTD-SO-ETIQUETA                 TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'SUPERADOS POR MUDANCA POSTERIOR:' TO WS-SM-LIT.
           MOVE WS-QTD-SUPERADOS                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'AGENDADOS PARA DATAS FUTURAS:'    TO WS-SM-LIT.
           MOVE WS-QTD-FUTUROS                     TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ETIQUETAS IMPRESSAS:'             TO WS-SM-LIT.
           MOVE WS-QTD-ETIQUETAS                   TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LOJAS COM ETIQUETAS:'             TO WS-SM-LIT.
           MOVE WS-QTD-LOJAS                       TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'EXCECOES (VER PRCEXC):'           TO WS-SM-LIT.
           MOVE WS-QTD-EXCECOES                    TO WS-SM-QTD.
           MOVE WS-SUMMARY-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE ITEM-FILE.
           CLOSE PENDING-NEW.
           CLOSE AUDIT-FILE.
           CLOSE LABEL-FILE.
           CLOSE REPORT-FILE.
           CLOSE EXCEPT-FILE.
           MOVE 'ITEMFILE' TO WS-TRV-ARQUIVO.
           PERFORM LIBERAR-TRAVA-ARQUIVO.
      *
      * ONE RUN RECORD PER EXECUTION - APPENDED LAST SO THE RC FIELD
      * CARRIES WHATEVER RETURN CODE THE RUN IS ENDING WITH.
       GRAVAR-RUNLOG.
           OPEN EXTEND RUNLOG-FILE.
           MOVE WS-RLG-STATUS  TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC103' TO RLG-PROGRAMA.
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
           COPY CPYLCKPD.
           COPY CPYFILCHK.
