      *                CLOSE - A UTILITY RUN WHILE THE NIGHTLY HAS     *
      *                THE MASTER OPEN IS REFUSED INSTEAD OF           *
      *                CORRUPTING THE FILE.                            *
      * 2026-10-15 JM  A 'P' PRICE CHANGE WITH AN EFFECTIVE DATE AFTER *
      *                THE RUN DATE IS NO LONGER APPLIED AT ONCE - IT  *
      *                IS VALIDATED AND QUEUED ON PRCPEND FOR EXERC103 *
      *                TO APPLY THAT NIGHT. EVERY PRICE APPLIED HERE   *
      *                ALSO LEAVES AN 'A' ROW SO ITS SHELF LABELS      *
      *                PRINT. 'A'/'C' CARRY THE NEW UNIT OF MEASURE    *
      *                AND NET CONTENT.                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC026.
           SELECT REPORT-FILE     ASSIGN TO ITEMRPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT PENDING-FILE    ASSIGN TO PRCPEND
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-PEND-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
           05  ITEM-NIVEL-REPOS   PIC 9(05).
           05  ITEM-QTD-REPOS     PIC 9(05).
           05  ITEM-CUSTO         PIC 9(04)V9(02).
           05  ITEM-UNIDADE       PIC X(02).
           05  ITEM-CONTEUDO      PIC 9(05)V9(03).
      *
       FD  TRANSACTION-FILE.
       01  ITR-REC.
           05  ITR-NIVEL-REPOS    PIC 9(05).
           05  ITR-QTD-REPOS      PIC 9(05).
           05  ITR-CUSTO          PIC 9(04)V9(02).
           05  ITR-UNIDADE        PIC X(02).
           05  ITR-CONTEUDO       PIC 9(05)V9(03).
           05  ITR-DATA-VIGENCIA  PIC 9(08).
      *
       FD  AUDIT-FILE.
       01  AUD-REC.
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
      * ONE PRICE CHANGE WAITING FOR ITS EFFECTIVE DATE ('P'), OR ONE
      * ALREADY APPLIED HERE WHOSE SHELF LABELS STILL HAVE TO PRINT
      * ('A'). EXERC103 APPLIES AND LABELS THEM EVERY NIGHT.
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
       WORKING-STORAGE SECTION.
       01  WS-ITEM-STATUS         PIC X(02) VALUE SPACES.
       01  WS-AUDIT-STATUS        PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-PEND-STATUS         PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
           COPY CPYLCKWS.
       01  WS-CUSTO-ANTES         PIC 9(04)V9(02) VALUE ZEROES.
       01  WS-QTD-APLICADAS       PIC 9(07) VALUE ZEROES.
       01  WS-QTD-REJEITADAS      PIC 9(07) VALUE ZEROES.
       01  WS-QTD-AGENDADAS       PIC 9(07) VALUE ZEROES.
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE SPACE.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-DESCRICAO    PIC X(30).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-VALOR        COPY CPYAMT.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-VIGENCIA     PIC X(21) VALUE SPACES.
      *
       01  WS-SUMARIO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT-REJ      PIC X(22)
                                   VALUE 'TRANSACOES REJEITADAS:'.
           05  WS-SM-REJ          PIC ZZZ.ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-SM-LIT-AGE      PIC X(22)
                                   VALUE 'PRECOS AGENDADOS:     '.
           05  WS-SM-AGE          PIC ZZZ.ZZ9.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN EXTEND PENDING-FILE.
           MOVE WS-PEND-STATUS   TO WS-FILE-STATUS.
           MOVE 'PENDING-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC026'                   TO RP-HDR-PROGRAM.
           MOVE 'MANUTENCAO ITEM-MASTER'     TO RP-HDR-TITLE.
               MOVE ITR-NIVEL-REPOS TO ITEM-NIVEL-REPOS
               MOVE ITR-QTD-REPOS   TO ITEM-QTD-REPOS
               MOVE ITR-CUSTO       TO ITEM-CUSTO
               MOVE ITR-UNIDADE     TO ITEM-UNIDADE
               MOVE ITR-CONTEUDO    TO ITEM-CONTEUDO
               WRITE ITEM-REC
               MOVE WS-ITEM-STATUS TO WS-FILE-STATUS
               MOVE 'ITEM-FILE'    TO WS-FILE-ID
               MOVE ITR-NIVEL-REPOS TO ITEM-NIVEL-REPOS
               MOVE ITR-QTD-REPOS   TO ITEM-QTD-REPOS
               MOVE ITR-CUSTO       TO ITEM-CUSTO
               MOVE ITR-UNIDADE     TO ITEM-UNIDADE
               MOVE ITR-CONTEUDO    TO ITEM-CONTEUDO
               REWRITE ITEM-REC
               MOVE WS-ITEM-STATUS TO WS-FILE-STATUS
               MOVE 'ITEM-FILE'    TO WS-FILE-ID
           END-READ.
      *
      * A 'P' TRANSACTION ONLY TOUCHES THE PRICE - EVERYTHING ELSE ON
      * THE MASTER RECORD IS LEFT AS IT STANDS. ONE WITH AN EFFECTIVE
      * DATE AFTER TODAY IS ONLY SCHEDULED ON PRCPEND; NO DATE, OR
      * ONE ALREADY REACHED, CHANGES THE PRICE NOW AS BEFORE.
       ALTERAR-PRECO.
           MOVE ITR-BARCODE TO ITEM-BARCODE.
           READ ITEM-FILE
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             NOT INVALID KEY
               IF ITR-DATA-VIGENCIA IS NUMERIC AND
                  ITR-DATA-VIGENCIA IS GREATER THAN WS-RUN-DATE-NUM
                 PERFORM AGENDAR-PRECO
               ELSE
                 PERFORM APLICAR-PRECO
               END-IF
           END-READ.
      *
       APLICAR-PRECO.
           MOVE ITEM-VALOR TO WS-VALOR-ANTES.
           MOVE ITR-VALOR  TO ITEM-VALOR.
           REWRITE ITEM-REC.
           MOVE WS-ITEM-STATUS TO WS-FILE-STATUS.
           MOVE 'ITEM-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GRAVAR-AUDITORIA-PRECO.
           PERFORM CONTAR-APLICADA.
      *
      * THE PRICE ON THE MASTER STAYS AS IT IS UNTIL THE NIGHT OF THE
      * EFFECTIVE DATE.
       AGENDAR-PRECO.
           MOVE 'V'               TO WS-FUNCAO-DATECHK.
           MOVE ITR-DATA-VIGENCIA TO WS-DATA-VERIFICADA.
           CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                WS-DATA-VERIFICADA
                                WS-RETORNO-DATECHK
                                WS-DIA-SEMANA
           END-CALL.
           IF WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
             MOVE 'DATA DE VIGENCIA INVALIDA - PRECO REJEITADO'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             MOVE ITR-DATA-VIGENCIA TO PRC-VIGENCIA
             MOVE ITEM-BARCODE      TO PRC-BARCODE
             MOVE ITR-VALOR         TO PRC-VALOR
             MOVE 'P'               TO PRC-SITUACAO
             MOVE WS-RUN-DATE-NUM   TO PRC-DATA-ENTRADA
             PERFORM GRAVAR-PENDENTE
             ADD 1 TO WS-QTD-AGENDADAS
             MOVE ITR-TIPO          TO WS-DT-TIPO
             MOVE ITEM-BARCODE      TO WS-DT-BARCODE
             MOVE ITEM-DESCRICAO    TO WS-DT-DESCRICAO
             MOVE ITR-VALOR         TO WS-DT-VALOR
             MOVE 'VIGENTE EM '     TO WS-DT-VIGENCIA
             MOVE ITR-DATA-VIGENCIA(7:2) TO WS-DT-VIGENCIA(12:2)
             MOVE '/'                    TO WS-DT-VIGENCIA(14:1)
             MOVE ITR-DATA-VIGENCIA(5:2) TO WS-DT-VIGENCIA(15:2)
             MOVE '/'                    TO WS-DT-VIGENCIA(17:1)
             MOVE ITR-DATA-VIGENCIA(1:4) TO WS-DT-VIGENCIA(18:4)
             MOVE WS-DETAIL-LINE    TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE SPACES            TO WS-DT-VIGENCIA
           END-IF.
      *
       GRAVAR-PENDENTE.
           WRITE PRC-REC.
           MOVE WS-PEND-STATUS   TO WS-FILE-STATUS.
           MOVE 'PENDING-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       GRAVAR-AUDITORIA-PRECO.
           MOVE ITEM-BARCODE    TO AUD-BARCODE.
           MOVE 'AUDIT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * THE NEW PRICE IS ON THE TILL ALREADY - THE 'A' ROW ONLY GETS
      * ITS SHELF LABELS PRINTED BY TONIGHT'S EXERC103.
           MOVE WS-RUN-DATE-NUM TO PRC-VIGENCIA.
           MOVE ITEM-BARCODE    TO PRC-BARCODE.
           MOVE ITEM-VALOR      TO PRC-VALOR.
           MOVE 'A'             TO PRC-SITUACAO.
           MOVE WS-RUN-DATE-NUM TO PRC-DATA-ENTRADA.
           PERFORM GRAVAR-PENDENTE.
      *
      * A 'U' TRANSACTION ONLY TOUCHES THE UNIT COST - SAME AUDIT
      * DISCIPLINE AS A PRICE CHANGE, TOLD APART BY AUD-CAMPO.
       ALTERAR-CUSTO.
       FINALIZAR.
           MOVE WS-QTD-APLICADAS  TO WS-SM-APL.
           MOVE WS-QTD-REJEITADAS TO WS-SM-REJ.
           MOVE WS-QTD-AGENDADAS  TO WS-SM-AGE.
           MOVE WS-SUMARIO-LINE   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE AUDIT-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
           CLOSE PENDING-FILE.
      *
           COPY CPYFILCHK.
      *
