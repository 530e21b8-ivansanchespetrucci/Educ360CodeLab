      ******************************************************************
      * FILE NAME   : EXERC075                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : NIGHTLY CUSTOMER CREDIT REVIEW - APPLIES THE     *
      *               CREDIT DEPARTMENT'S CREDTRAN TRANSACTIONS        *
      *               (LIMIT, CASH-ONLY, HOLD OVERRIDE) TO THE         *
      *               CREDMAST CREDIT MASTER, COMPUTES EACH            *
      *               CUST-NUMERO'S EXPOSURE                           *
      *               FROM THE AROPEN OPEN BALANCES PLUS THE ALUGHIST  *
      *               RENTALS NOT YET INVOICED, AND PUTS ON HOLD       *
      *               EVERY CUSTOMER OVER THE LIMIT OR WITH AN ITEM    *
      *               PAST 90 DAYS, SO EXERC005 REFUSES NEW BOOKINGS   *
      *               FOR THEM THE SAME NIGHT                          *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - A CUSTOMER 120 DAYS BEHIND ON   *
      *                THE EXERC039 AGING COULD STILL BOOK A CAR. A    *
      *                RENTAL IS UNBILLED WHEN ALUGHIST RECORDED IT    *
      *                AFTER THE NEWEST INVOICE ON AROPEN (FROM THE    *
      *                FIRST OF THE RUN MONTH WHEN AROPEN HOLDS NONE). *
      *                A HOLD LIFTS BY ITSELF ONCE THE CUSTOMER IS     *
      *                BACK UNDER THE LIMIT AND NOTHING IS PAST 90     *
      *                DAYS, OR EARLIER THROUGH A CREDIT OVERRIDE      *
      *                VALID UP TO A DATE.                             *
      * 2026-10-15 JM  HIST-REC LAYOUT KEPT IN STEP WITH EXERC005 -    *
      *                THE HISTORY RECORD NOW ENDS WITH THE PICKUP AND *
      *                RETURN BRANCHES OF THE TRIP.                    *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC075.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CREDIT-TRAN    ASSIGN TO CREDTRAN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CRX-STATUS.
      *
           SELECT CREDIT-MASTER  ASSIGN TO CREDMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CRD-CLIENTE
                                  FILE STATUS IS WS-CRD-STATUS.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CUST-NUMERO
                                  FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT AROPEN-FILE    ASSIGN TO AROPEN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ARO-STATUS.
      *
           SELECT HISTORY-FILE   ASSIGN TO ALUGHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO CREDRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO CREDEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * CREDIT DEPARTMENT MAINTENANCE - 'L' SETS THE LIMIT, 'V' PUTS
      * THE CUSTOMER ON CASH-ONLY, 'N' TAKES CASH-ONLY OFF, 'O'
      * RELEASES A HOLD UP TO CRX-DATA-ATE AND 'C' CANCELS THAT
      * OVERRIDE.
       FD  CREDIT-TRAN.
       01  CRX-REC.
           05  CRX-CLIENTE        PIC 9(06).
           05  CRX-TIPO           PIC X(01).
               88  CRX-LIMITE-NOVO   VALUE 'L'.
               88  CRX-A-VISTA       VALUE 'V'.
               88  CRX-NORMAL        VALUE 'N'.
               88  CRX-LIBERAR       VALUE 'O'.
               88  CRX-CANCELAR      VALUE 'C'.
           05  CRX-LIMITE         PIC 9(08)V9(02).
           05  CRX-DATA-ATE       PIC 9(08).
      *
      * ONE RECORD PER CUSTOMER. A LIMIT OF ZERO MEANS NO LIMIT WAS
      * GRANTED - ONLY THE 90-DAY RULE HOLDS THAT CUSTOMER.
       FD  CREDIT-MASTER.
       01  CRD-REC.
           05  CRD-CLIENTE        PIC 9(06).
           05  CRD-LIMITE         PIC 9(08)V9(02).
           05  CRD-SITUACAO       PIC X(01).
               88  CRD-NORMAL     VALUE 'N'.
               88  CRD-BLOQUEADO  VALUE 'B'.
               88  CRD-SO-A-VISTA VALUE 'V'.
           05  CRD-MOTIVO         PIC X(30).
           05  CRD-EXPOSICAO      PIC 9(10)V9(02).
           05  CRD-MAIOR-ATRASO   PIC 9(05).
           05  CRD-LIBERADO-ATE   PIC 9(08).
           05  CRD-DATA-REVISAO   PIC 9(08).
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
       FD  AROPEN-FILE.
       01  ARO-REC.
           05  ARO-NUMERO         PIC 9(06).
           05  ARO-CLIENTE        PIC 9(06).
           05  ARO-MES            PIC 9(02).
           05  ARO-DATA-FATURA    PIC 9(08).
           05  ARO-VALOR-ORIG     PIC 9(08)V9(02).
           05  ARO-VALOR-ABERTO   PIC 9(08)V9(02).
      *
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
       01  WS-CRX-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CRD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ARO-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
           COPY CPYPRMWS.
           COPY CPYRUNLG.
       01  WS-EOF-CRX             PIC X(01) VALUE 'N'.
       01  WS-EOF-ARO             PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
       01  WS-FIM-CREDITO         PIC X(01) VALUE 'N'.
       01  WS-CREDITO-NOVO        PIC X(01) VALUE 'N'.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-RUN-DATE-EDIT       PIC X(10).
       01  WS-RUN-DATE-INT        PIC 9(07) VALUE ZEROES.
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE SPACE.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
      * LIMIT GIVEN TO A CUSTOMER THE REVIEW FINDS WITHOUT A CREDMAST
      * RECORD (PARMMAST LIM-CREDITO, WHOLE REAIS); ZERO WHEN NOT SET.
       01  WS-LIMITE-PADRAO       PIC 9(08)V9(02) VALUE ZEROES.
      *
      * RENTALS RECORDED ON ALUGHIST AFTER THIS DATE ARE NOT YET ON AN
      * INVOICE.
       01  WS-DATA-ULT-FATURA     PIC 9(08) VALUE ZEROES.
      *
      * EXPOSURE PER CUSTOMER - OPEN RECEIVABLES, UNBILLED RENTALS AND
      * THE DAYS OF THE OLDEST OPEN ITEM.
       01  WS-EXP-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-EXP-TAB.
           05  WS-EXP-LINHA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-EXP-COUNT.
               10  WS-EXP-CLIENTE   PIC 9(06).
               10  WS-EXP-ABERTO    PIC 9(10)V9(02).
               10  WS-EXP-A-FATURAR PIC 9(10)V9(02).
               10  WS-EXP-ATRASO    PIC 9(05).
               10  WS-EXP-REVISADO  PIC X(01).
       01  WS-E                   PIC 9(04) VALUE ZEROES.
       01  WS-EXP-POS             PIC 9(04) VALUE ZEROES.
       01  WS-CLIENTE-PROC        PIC 9(06) VALUE ZEROES.
       01  WS-DIAS-ABERTO         PIC S9(05) VALUE ZEROES.
      *
       01  WS-SITUACAO-ANTERIOR   PIC X(01) VALUE SPACE.
       01  WS-OCORRENCIA          PIC X(34) VALUE SPACES.
       01  WS-NOME-CLIENTE        PIC X(30) VALUE SPACES.
       01  WS-DATA-EDIT           PIC X(10) VALUE SPACES.
      *
       01  WS-QTD-TRANSACOES      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REVISADOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-NOVOS-BLOQ      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-BLOQUEADOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-LIBERADOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-OVERRIDE        PIC 9(05) VALUE ZEROES.
       01  WS-QTD-A-VISTA         PIC 9(05) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-TIPO         PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' CLIENTE NOME                                '.
           05  FILLER             PIC X(45) VALUE
               '   LIMITE          EXPOSICAO ATRASO SIT  OCOR'.
           05  FILLER             PIC X(06) VALUE
               'RENCIA'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-LIMITE       PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-EXPOSICAO    PIC Z.ZZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-ATRASO       PIC ZZZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-SITUACAO     PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-OCORRENCIA   PIC X(34).
      *
       01  WS-SUM-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(30).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       01  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
       01  WS-RECS-WRTN           PIC 9(07) VALUE ZEROES.
       01  WS-CONTROL-TOT         PIC 9(10)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
           PERFORM CARREGAR-PARAMETROS.
      *
      * A MISSING CREDTRAN IS A NIGHT WITH NO CREDIT MAINTENANCE.
           OPEN INPUT  CREDIT-TRAN.
           MOVE WS-CRX-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'CREDIT-TRAN' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM APLICAR-TRANSACAO
               WITH TEST AFTER
               UNTIL WS-EOF-CRX IS EQUAL TO 'Y'
             CLOSE CREDIT-TRAN
           END-IF.
      *
           PERFORM CARREGAR-ABERTOS.
           PERFORM CARREGAR-NAO-FATURADOS.
      *
           MOVE WS-COL-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE ZEROES TO CRD-CLIENTE.
           START CREDIT-MASTER KEY IS NOT LESS THAN CRD-CLIENTE
             INVALID KEY
               MOVE 'Y' TO WS-FIM-CREDITO
           END-START.
           PERFORM REVISAR-PROXIMO-CLIENTE
             WITH TEST AFTER
             UNTIL WS-FIM-CREDITO IS EQUAL TO 'Y'.
      *
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EXP-COUNT
             IF WS-EXP-REVISADO(WS-E) IS EQUAL TO 'N'
               PERFORM INCLUIR-CLIENTE-CREDITO
             END-IF
           END-PERFORM.
      *
           PERFORM IMPRIMIR-RESUMO.
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC075' TO WS-EXL-PROGRAMA.
           MOVE 'CREDEXC'  TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
      *
      * THE FIRST NIGHT CREATES CREDMAST EMPTY; FROM THEN ON IT IS
      * UPDATED IN PLACE.
           OPEN I-O    CREDIT-MASTER.
           MOVE WS-CRD-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             OPEN OUTPUT CREDIT-MASTER
             MOVE WS-CRD-STATUS   TO WS-FILE-STATUS
             MOVE 'CREDIT-MASTER' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             CLOSE CREDIT-MASTER
             OPEN I-O    CREDIT-MASTER
             MOVE WS-CRD-STATUS TO WS-FILE-STATUS
           END-IF.
           MOVE 'CREDIT-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  CUSTOMER-MASTER.
           MOVE WS-CUST-STATUS    TO WS-FILE-STATUS.
           MOVE 'CUSTOMER-MASTER' TO WS-FILE-ID.
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
           MOVE 'EXERC075'                      TO RP-HDR-PROGRAM.
           MOVE 'REVISAO DE CREDITO DE CLIENTES' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT                 TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                       TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       CARREGAR-PARAMETROS.
           MOVE 'EXERC075'     TO WS-PRM-PROGRAMA.
           MOVE 'LIM-CREDITO ' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:8) IS NUMERIC
               MOVE WS-PRM-VALOR(1:8) TO WS-LIMITE-PADRAO
             END-IF
           END-IF.
      *
      * EVERY TRANSACTION NEEDS A CUSTOMER ON CUSTMAST; AN OVERRIDE
      * NEEDS A REAL DATE NOT BEFORE TODAY. A CUSTOMER WITHOUT A
      * CREDIT RECORD YET GETS ONE ON ITS FIRST TRANSACTION.
       APLICAR-TRANSACAO.
           READ CREDIT-TRAN
             AT END
               MOVE 'Y' TO WS-EOF-CRX
           END-READ.
           MOVE WS-CRX-STATUS TO WS-FILE-STATUS.
           MOVE 'CREDIT-TRAN' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-CRX IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-TRANSACOES
             MOVE CRX-CLIENTE TO WS-EX-CLIENTE
             MOVE CRX-TIPO    TO WS-EX-TIPO
             MOVE CRX-CLIENTE TO CUST-NUMERO
             READ CUSTOMER-MASTER
               INVALID KEY
                 MOVE SPACES TO CUST-NOME
             END-READ
             IF CRX-LIBERAR
               MOVE 'V'          TO WS-FUNCAO-DATECHK
               MOVE CRX-DATA-ATE TO WS-DATA-VERIFICADA
               CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                    WS-DATA-VERIFICADA
                                    WS-RETORNO-DATECHK
                                    WS-DIA-SEMANA
               END-CALL
             ELSE
               MOVE ZEROES TO WS-RETORNO-DATECHK
             END-IF
             EVALUATE TRUE
               WHEN WS-CUST-STATUS IS NOT EQUAL TO '00'
                 MOVE 'CLIENTE NAO CADASTRADO' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN NOT CRX-LIMITE-NOVO AND NOT CRX-A-VISTA AND
                    NOT CRX-NORMAL AND NOT CRX-LIBERAR AND
                    NOT CRX-CANCELAR
                 MOVE 'TIPO DE TRANSACAO INVALIDO' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN CRX-LIMITE-NOVO AND CRX-LIMITE IS NOT NUMERIC
                 MOVE 'LIMITE INVALIDO' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN CRX-LIBERAR AND
                    WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
                 MOVE 'DATA DE LIBERACAO INVALIDA' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN CRX-LIBERAR AND
                    CRX-DATA-ATE IS LESS THAN WS-RUN-DATE-NUM
                 MOVE 'LIBERACAO COM DATA JA VENCIDA' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN OTHER
                 PERFORM ATUALIZAR-CREDITO
             END-EVALUATE
           END-IF.
      *
       REJEITAR-TRANSACAO.
           ADD 1 TO WS-QTD-REJEITADAS.
           PERFORM GRAVAR-EXCECAO.
      *
       ATUALIZAR-CREDITO.
           MOVE 'N'         TO WS-CREDITO-NOVO.
           MOVE CRX-CLIENTE TO CRD-CLIENTE.
           READ CREDIT-MASTER
             INVALID KEY
               MOVE 'S' TO WS-CREDITO-NOVO
               PERFORM INICIAR-REGISTRO-CREDITO
           END-READ.
      *
           EVALUATE TRUE
             WHEN CRX-LIMITE-NOVO
               MOVE CRX-LIMITE TO CRD-LIMITE
             WHEN CRX-A-VISTA
               MOVE 'V' TO CRD-SITUACAO
               MOVE 'CREDITO SO A VISTA' TO CRD-MOTIVO
             WHEN CRX-NORMAL
               IF CRD-SO-A-VISTA
                 MOVE 'N'    TO CRD-SITUACAO
                 MOVE SPACES TO CRD-MOTIVO
               END-IF
             WHEN CRX-LIBERAR
               MOVE CRX-DATA-ATE TO CRD-LIBERADO-ATE
             WHEN OTHER
               MOVE ZEROES TO CRD-LIBERADO-ATE
           END-EVALUATE.
           IF WS-CREDITO-NOVO IS EQUAL TO 'S'
             WRITE CRD-REC
           ELSE
             REWRITE CRD-REC
           END-IF.
           MOVE WS-CRD-STATUS   TO WS-FILE-STATUS.
           MOVE 'CREDIT-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       INICIAR-REGISTRO-CREDITO.
           MOVE WS-LIMITE-PADRAO TO CRD-LIMITE.
           MOVE 'N'              TO CRD-SITUACAO.
           MOVE SPACES           TO CRD-MOTIVO.
           MOVE ZEROES           TO CRD-EXPOSICAO
                                    CRD-MAIOR-ATRASO
                                    CRD-LIBERADO-ATE
                                    CRD-DATA-REVISAO.
      *
      * THE NEWEST INVOICE DATE ON THE LEDGER MARKS THE LAST BILLING
      * RUN. A MISSING AROPEN IS A LEDGER NOT STARTED YET.
       CARREGAR-ABERTOS.
           OPEN INPUT AROPEN-FILE.
           MOVE WS-ARO-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'AROPEN-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-UM-ABERTO
               WITH TEST AFTER
               UNTIL WS-EOF-ARO IS EQUAL TO 'Y'
             CLOSE AROPEN-FILE
           END-IF.
      *
           IF WS-DATA-ULT-FATURA IS EQUAL TO ZEROES
             MOVE WS-RUN-DATE-NUM TO WS-DATA-ULT-FATURA
             MOVE 01              TO WS-DATA-ULT-FATURA(7:2)
             SUBTRACT 1 FROM WS-DATA-ULT-FATURA
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
             IF ARO-DATA-FATURA IS GREATER THAN WS-DATA-ULT-FATURA
               MOVE ARO-DATA-FATURA TO WS-DATA-ULT-FATURA
             END-IF
             IF ARO-VALOR-ABERTO IS GREATER THAN ZEROES
               MOVE ARO-CLIENTE TO WS-CLIENTE-PROC
               PERFORM LOCALIZAR-EXPOSICAO
               ADD ARO-VALOR-ABERTO TO WS-EXP-ABERTO(WS-EXP-POS)
               COMPUTE WS-DIAS-ABERTO = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(ARO-DATA-FATURA)
               IF WS-DIAS-ABERTO IS GREATER THAN
                  WS-EXP-ATRASO(WS-EXP-POS)
                 MOVE WS-DIAS-ABERTO TO WS-EXP-ATRASO(WS-EXP-POS)
               END-IF
             END-IF
           END-IF.
      *
      * CHARGEBACKS AND LATE-RETURN ADJUSTMENTS ARE ON ALUGHIST TOO
      * AND ARE OWED THE SAME AS A TRIP.
       CARREGAR-NAO-FATURADOS.
           OPEN INPUT HISTORY-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'HISTORY-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-HISTORICO
               WITH TEST AFTER
               UNTIL WS-EOF-HIST IS EQUAL TO 'Y'
             CLOSE HISTORY-FILE
           END-IF.
      *
       LER-HISTORICO.
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
             IF HIST-DATA-RUN IS GREATER THAN WS-DATA-ULT-FATURA AND
                HIST-CUSTO IS GREATER THAN ZEROES
               MOVE HIST-CLIENTE TO WS-CLIENTE-PROC
               PERFORM LOCALIZAR-EXPOSICAO
               ADD HIST-CUSTO TO WS-EXP-A-FATURAR(WS-EXP-POS)
             END-IF
           END-IF.
      *
       LOCALIZAR-EXPOSICAO.
           MOVE ZEROES TO WS-EXP-POS.
           PERFORM VARYING WS-E FROM 1 BY 1
                   UNTIL WS-E > WS-EXP-COUNT
             IF WS-EXP-CLIENTE(WS-E) IS EQUAL TO WS-CLIENTE-PROC
               MOVE WS-E TO WS-EXP-POS
               MOVE WS-EXP-COUNT TO WS-E
             END-IF
           END-PERFORM.
      *
           IF WS-EXP-POS IS EQUAL TO ZEROES
             IF WS-EXP-COUNT IS NOT LESS THAN 5000
               DISPLAY 'EXERC075 - MAIS DE 5000 CLIENTES COM EXPOSICAO'
                       ' - PROCESSAMENTO ABORTADO'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVAR-RUNLOG
               GOBACK
             END-IF
             ADD 1 TO WS-EXP-COUNT
             MOVE WS-EXP-COUNT    TO WS-EXP-POS
             MOVE WS-CLIENTE-PROC TO WS-EXP-CLIENTE(WS-EXP-POS)
             MOVE ZEROES          TO WS-EXP-ABERTO(WS-EXP-POS)
                                     WS-EXP-A-FATURAR(WS-EXP-POS)
                                     WS-EXP-ATRASO(WS-EXP-POS)
             MOVE 'N'             TO WS-EXP-REVISADO(WS-EXP-POS)
           END-IF.
      *
       REVISAR-PROXIMO-CLIENTE.
           IF WS-FIM-CREDITO IS NOT EQUAL TO 'Y'
             READ CREDIT-MASTER NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-FIM-CREDITO
             END-READ
             IF WS-FIM-CREDITO IS NOT EQUAL TO 'Y'
               PERFORM AVALIAR-CREDITO
               REWRITE CRD-REC
               MOVE WS-CRD-STATUS   TO WS-FILE-STATUS
               MOVE 'CREDIT-MASTER' TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             END-IF
           END-IF.
      *
      * A CUSTOMER WITH EXPOSURE BUT NO CREDIT RECORD IS REVIEWED ON
      * THE DEFAULT LIMIT.
       INCLUIR-CLIENTE-CREDITO.
           MOVE WS-EXP-CLIENTE(WS-E) TO CRD-CLIENTE.
           PERFORM INICIAR-REGISTRO-CREDITO.
           PERFORM AVALIAR-CREDITO.
           WRITE CRD-REC.
           MOVE WS-CRD-STATUS   TO WS-FILE-STATUS.
           MOVE 'CREDIT-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * CASH-ONLY IS A CREDIT DECISION AND IS NEVER CHANGED HERE. AN
      * OVERRIDE STILL IN FORCE KEEPS THE CUSTOMER NORMAL WHATEVER THE
      * NUMBERS SAY; OTHERWISE OVER THE LIMIT OR AN ITEM IN THE 90+
      * AGING BUCKET HOLDS, AND NEITHER RELEASES.
       AVALIAR-CREDITO.
           MOVE CRD-CLIENTE TO WS-CLIENTE-PROC.
           PERFORM LOCALIZAR-EXPOSICAO.
           MOVE 'S' TO WS-EXP-REVISADO(WS-EXP-POS).
           ADD 1 TO WS-QTD-REVISADOS.
      *
           COMPUTE CRD-EXPOSICAO = WS-EXP-ABERTO(WS-EXP-POS)
                                 + WS-EXP-A-FATURAR(WS-EXP-POS).
           MOVE WS-EXP-ATRASO(WS-EXP-POS) TO CRD-MAIOR-ATRASO.
           MOVE WS-RUN-DATE-NUM           TO CRD-DATA-REVISAO.
           ADD CRD-EXPOSICAO TO WS-CONTROL-TOT.
      *
           MOVE CRD-SITUACAO TO WS-SITUACAO-ANTERIOR.
           MOVE SPACES       TO WS-OCORRENCIA.
           EVALUATE TRUE
             WHEN CRD-SO-A-VISTA
               ADD 1 TO WS-QTD-A-VISTA
               MOVE CRD-MOTIVO TO WS-OCORRENCIA
             WHEN CRD-LIBERADO-ATE IS NOT LESS THAN WS-RUN-DATE-NUM
               MOVE 'N' TO CRD-SITUACAO
               MOVE CRD-LIBERADO-ATE(7:2) TO WS-DATA-EDIT(1:2)
               MOVE '/'                   TO WS-DATA-EDIT(3:1)
               MOVE CRD-LIBERADO-ATE(5:2) TO WS-DATA-EDIT(4:2)
               MOVE '/'                   TO WS-DATA-EDIT(6:1)
               MOVE CRD-LIBERADO-ATE(1:4) TO WS-DATA-EDIT(7:4)
               MOVE SPACES TO CRD-MOTIVO
               STRING 'LIBERADO ATE '
                      WS-DATA-EDIT
                      DELIMITED BY SIZE
                      INTO CRD-MOTIVO
               END-STRING
               MOVE CRD-MOTIVO TO WS-OCORRENCIA
               IF CRD-MAIOR-ATRASO IS NOT LESS THAN 90 OR
                  (CRD-LIMITE IS GREATER THAN ZEROES AND
                   CRD-EXPOSICAO IS GREATER THAN CRD-LIMITE)
                 ADD 1 TO WS-QTD-OVERRIDE
               ELSE
                 MOVE SPACES TO WS-OCORRENCIA
               END-IF
             WHEN CRD-MAIOR-ATRASO IS NOT LESS THAN 90
               MOVE 'B' TO CRD-SITUACAO
               MOVE 'BLOQUEIO - ATRASO 90+ DIAS' TO CRD-MOTIVO
             WHEN CRD-LIMITE IS GREATER THAN ZEROES AND
                  CRD-EXPOSICAO IS GREATER THAN CRD-LIMITE
               MOVE 'B' TO CRD-SITUACAO
               MOVE 'BLOQUEIO - ACIMA DO LIMITE' TO CRD-MOTIVO
             WHEN OTHER
               MOVE 'N'    TO CRD-SITUACAO
               MOVE SPACES TO CRD-MOTIVO
               IF WS-SITUACAO-ANTERIOR IS EQUAL TO 'B'
                 ADD 1 TO WS-QTD-LIBERADOS
                 MOVE 'BLOQUEIO RETIRADO' TO WS-OCORRENCIA
               END-IF
           END-EVALUATE.
      *
           IF CRD-BLOQUEADO
             ADD 1 TO WS-QTD-BLOQUEADOS
             IF WS-SITUACAO-ANTERIOR IS EQUAL TO 'B'
               MOVE CRD-MOTIVO TO WS-OCORRENCIA
             ELSE
               ADD 1 TO WS-QTD-NOVOS-BLOQ
               STRING CRD-MOTIVO DELIMITED BY '  '
                      ' (NOVO)' DELIMITED BY SIZE
                      INTO WS-OCORRENCIA
               END-STRING
             END-IF
           END-IF.
      *
           IF WS-OCORRENCIA IS NOT EQUAL TO SPACES
             PERFORM IMPRIMIR-CLIENTE
           END-IF.
      *
       IMPRIMIR-CLIENTE.
           MOVE SPACES TO WS-NOME-CLIENTE.
           MOVE CRD-CLIENTE TO CUST-NUMERO.
           READ CUSTOMER-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE CUST-NOME TO WS-NOME-CLIENTE
           END-READ.
      *
           MOVE CRD-CLIENTE      TO WS-DT-CLIENTE.
           MOVE WS-NOME-CLIENTE  TO WS-DT-NOME.
           MOVE CRD-LIMITE       TO WS-DT-LIMITE.
           MOVE CRD-EXPOSICAO    TO WS-DT-EXPOSICAO.
           MOVE CRD-MAIOR-ATRASO TO WS-DT-ATRASO.
           MOVE CRD-SITUACAO     TO WS-DT-SITUACAO.
           MOVE WS-OCORRENCIA    TO WS-DT-OCORRENCIA.
           MOVE WS-DETAIL-LINE   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CLIENTES REVISADOS:'        TO WS-SM-LIT.
           MOVE WS-QTD-REVISADOS            TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CLIENTES EM BLOQUEIO:'      TO WS-SM-LIT.
           MOVE WS-QTD-BLOQUEADOS           TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE '  BLOQUEADOS NESTA NOITE:'  TO WS-SM-LIT.
           MOVE WS-QTD-NOVOS-BLOQ           TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'BLOQUEIOS RETIRADOS:'       TO WS-SM-LIT.
           MOVE WS-QTD-LIBERADOS            TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LIBERADOS POR OVERRIDE:'    TO WS-SM-LIT.
           MOVE WS-QTD-OVERRIDE             TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CLIENTES SO A VISTA:'       TO WS-SM-LIT.
           MOVE WS-QTD-A-VISTA              TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TRANSACOES DE CREDITO:'     TO WS-SM-LIT.
           MOVE WS-QTD-TRANSACOES           TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE '  REJEITADAS:'              TO WS-SM-LIT.
           MOVE WS-QTD-REJEITADAS           TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-EXCECAO.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST PRINTED - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE SPACES        TO WS-EXL-CHAVE.
           MOVE WS-EX-CLIENTE TO WS-EXL-CHAVE(1:6).
           MOVE WS-EX-TIPO    TO WS-EXL-CHAVE(8:1).
           MOVE WS-EX-LIT     TO WS-EXL-MOTIVO.
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
       FINALIZAR.
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE CREDIT-MASTER.
           CLOSE CUSTOMER-MASTER.
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
           MOVE 'EXERC075' TO RLG-PROGRAMA.
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
           COPY CPYPRMPD.
