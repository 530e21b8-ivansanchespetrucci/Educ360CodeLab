      ******************************************************************
      * FILE NAME   : EXERC107                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : BUDGET MASTER MAINTENANCE - APPLIES THE BUDTRAN  *
      *               BUDGET TRANSACTIONS TO THE INDEXED BUDMAST,      *
      *               KEYED ON YEAR, MONTH, CONTA AND COST CENTER (THE *
      *               JRN-CC OF THE GL BATCHES). 'O' LOADS THE         *
      *               ORIGINAL BUDGET OF A LINE, 'R' REVISES IT UNDER  *
      *               A NEW VERSION NUMBER; THE ORIGINAL STAYS ON THE  *
      *               MASTER BESIDE THE REVISED VALUE AND EVERY        *
      *               APPLIED CHANGE IS KEPT ON BUDHIST                *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE ANNUAL BUDGET LIVED IN A    *
      *                SPREADSHEET AND THE VARIANCE WAS PASTED BY HAND *
      *                EVERY MONTH. AN 'O' FOR A LINE ALREADY ON       *
      *                BUDMAST IS REJECTED - THE ORIGINAL IS NEVER     *
      *                OVERWRITTEN. AN 'R' MUST CARRY A VERSION ABOVE  *
      *                THE LINE'S LAST ONE, SO A REVISION FILE RUN     *
      *                TWICE OR OUT OF ORDER IS REJECTED; ONE FOR A    *
      *                LINE NOT YET BUDGETED OPENS IT WITH ORIGINAL    *
      *                ZERO. THE CONTA MUST BE ACTIVE ON COAFILE AND   *
      *                THE NATUREZA ('D' FOR A DEBIT-BALANCE ACCOUNT,  *
      *                'C' FOR A CREDIT ONE) CANNOT CHANGE ON A        *
      *                REVISION.                                       *
      * 2026-10-15 JM  COA-REC CARRIES THE NEW COA-CLASSE, COA-LINHA   *
      *                AND COA-LINHA-TITULO THAT PLACE THE ACCOUNT ON  *
      *                THE EXERC109 BALANCE SHEET AND INCOME           *
      *                STATEMENT.                                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC107.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BUDGET-FILE     ASSIGN TO BUDMAST
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS BUD-CHAVE
                                   FILE STATUS IS WS-BUD-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO BUDTRAN
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT COA-FILE        ASSIGN TO COAFILE
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS DYNAMIC
                                   RECORD KEY IS COA-CONTA
                                   FILE STATUS IS WS-COA-STATUS.
      *
           SELECT HISTORY-FILE    ASSIGN TO BUDHIST
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT EXCEPT-FILE     ASSIGN TO BUDEXC
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT REPORT-FILE     ASSIGN TO BUDRPT
                                   ORGANIZATION IS LINE SEQUENTIAL
                                   FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE LINE OF THE BUDGET. BUD-VALOR-REVISADO IS THE BUDGET IN
      * FORCE - EQUAL TO THE ORIGINAL UNTIL THE FIRST REVISION.
       FD  BUDGET-FILE.
       01  BUD-REC.
           05  BUD-CHAVE.
               10  BUD-ANO        PIC 9(04).
               10  BUD-MES        PIC 9(02).
               10  BUD-CONTA      PIC 9(06).
               10  BUD-CC         PIC 9(03).
           05  BUD-NATUREZA       PIC X(01).
               88  BUD-DEVEDORA   VALUE 'D'.
               88  BUD-CREDORA    VALUE 'C'.
           05  BUD-VALOR-ORIGINAL PIC 9(10)V9(02).
           05  BUD-VALOR-REVISADO PIC 9(10)V9(02).
           05  BUD-VERSAO         PIC 9(03).
           05  BUD-DATA-VERSAO    PIC 9(08).
      *
       FD  TRANSACTION-FILE.
       01  BTR-REC.
           05  BTR-TIPO           PIC X(01).
               88  BTR-ORIGINAL       VALUE 'O'.
               88  BTR-REVISAO        VALUE 'R'.
           05  BTR-ANO            PIC 9(04).
           05  BTR-MES            PIC 9(02).
           05  BTR-CONTA          PIC 9(06).
           05  BTR-CC             PIC 9(03).
           05  BTR-NATUREZA       PIC X(01).
           05  BTR-VALOR          PIC 9(10)V9(02).
           05  BTR-VERSAO         PIC 9(03).
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
      * ONE RECORD PER APPLIED TRANSACTION - THE LINE, THE VALUE IN
      * FORCE BEFORE AND AFTER, THE VERSION AND THE RUN DATE.
       FD  HISTORY-FILE.
       01  BHS-REC.
           05  BHS-CHAVE          PIC X(15).
           05  BHS-TIPO           PIC X(01).
           05  BHS-VALOR-ANTES    PIC 9(10)V9(02).
           05  BHS-VALOR-DEPOIS   PIC 9(10)V9(02).
           05  BHS-VERSAO         PIC 9(03).
           05  BHS-DATA           PIC 9(08).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-BUD-STATUS          PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-COA-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
       01  WS-EOF-TRAN            PIC X(01) VALUE 'N'.
       01  WS-TRANSACAO-OK        PIC X(01) VALUE 'N'.
      *
       01  WS-VALOR-ANTES         PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-QTD-APLICADAS       PIC 9(07) VALUE ZEROES.
       01  WS-QTD-REJEITADAS      PIC 9(07) VALUE ZEROES.
      *
       01  WS-CHAVE-EDIT.
           05  WS-CE-ANO          PIC 9(04).
           05  WS-CE-MES          PIC 9(02).
           05  WS-CE-CONTA        PIC 9(06).
           05  WS-CE-CC           PIC 9(03).
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-CHAVE        PIC X(15).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-TIPO         PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(42) VALUE SPACES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(04) VALUE 'T'.
           05  FILLER             PIC X(08) VALUE 'ANO/MES'.
           05  FILLER             PIC X(08) VALUE 'CONTA'.
           05  FILLER             PIC X(05) VALUE 'CC'.
           05  FILLER             PIC X(04) VALUE 'NAT'.
           05  FILLER             PIC X(14) VALUE '     ORIGINAL'.
           05  FILLER             PIC X(13) VALUE '     REVISADO'.
           05  FILLER             PIC X(07) VALUE ' VERSAO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-TIPO         PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-ANO          PIC 9(04).
           05  FILLER             PIC X(01) VALUE '/'.
           05  WS-DT-MES          PIC 9(02).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-CONTA        PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CC           PIC 9(03).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NATUREZA     PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-ORIGINAL     COPY CPYAMT.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-REVISADO     COPY CPYAMT.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-VERSAO       PIC ZZ9.
      *
       01  WS-SUMARIO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT-APL      PIC X(22)
                                   VALUE 'TRANSACOES APLICADAS: '.
           05  WS-SM-APL          PIC ZZZ.ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-SM-LIT-REJ      PIC X(22)
                                   VALUE 'TRANSACOES REJEITADAS:'.
           05  WS-SM-REJ          PIC ZZZ.ZZ9.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
       01  WS-RUN-DATE-NUM        PIC 9(08).
      *
       01  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       01  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
       01  WS-RECS-WRTN           PIC 9(07) VALUE ZEROES.
       01  WS-CONTROL-TOT         PIC S9(12)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM APLICAR-TRANSACAO
             WITH TEST AFTER
             UNTIL WS-EOF-TRAN IS EQUAL TO 'Y'.
      *
           PERFORM FINALIZAR.
      *
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC107' TO WS-EXL-PROGRAMA.
           MOVE 'BUDEXC  ' TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
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
           OPEN I-O    BUDGET-FILE.
      * FILE STATUS 05/35 ON OPEN MEANS BUDMAST DID NOT EXIST YET -
      * THE FIRST LOAD OF THE FIRST BUDGET.
           MOVE WS-BUD-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '05' OR
              WS-FILE-STATUS IS EQUAL TO '35'
             CONTINUE
           ELSE
             MOVE 'BUDGET-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           OPEN INPUT  TRANSACTION-FILE.
           MOVE WS-TRAN-STATUS     TO WS-FILE-STATUS.
           MOVE 'TRANSACTION-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  COA-FILE.
           MOVE WS-COA-STATUS  TO WS-FILE-STATUS.
           MOVE 'COA-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN EXTEND HISTORY-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT EXCEPT-FILE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC107'                   TO RP-HDR-PROGRAM.
           MOVE 'MANUTENCAO DO ORCAMENTO'    TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       APLICAR-TRANSACAO.
           READ TRANSACTION-FILE
             AT END
               MOVE 'Y' TO WS-EOF-TRAN
           END-READ.
           MOVE WS-TRAN-STATUS     TO WS-FILE-STATUS.
           MOVE 'TRANSACTION-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-TRAN IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             PERFORM VALIDAR-TRANSACAO
             IF WS-TRANSACAO-OK IS EQUAL TO 'S'
               EVALUATE TRUE
                 WHEN BTR-ORIGINAL
                   PERFORM INCLUIR-ORIGINAL
                 WHEN BTR-REVISAO
                   PERFORM REVISAR-ORCAMENTO
               END-EVALUATE
             END-IF
           END-IF.
      *
      * EVERYTHING THAT CAN BE CHECKED WITHOUT THE MASTER LINE ITSELF.
       VALIDAR-TRANSACAO.
           MOVE 'N' TO WS-TRANSACAO-OK.
           MOVE BTR-ANO   TO WS-CE-ANO.
           MOVE BTR-MES   TO WS-CE-MES.
           MOVE BTR-CONTA TO WS-CE-CONTA.
           MOVE BTR-CC    TO WS-CE-CC.
      *
           EVALUATE TRUE
             WHEN NOT BTR-ORIGINAL AND NOT BTR-REVISAO
               MOVE 'TIPO DE TRANSACAO INVALIDO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             WHEN BTR-ANO IS NOT NUMERIC OR
                  BTR-MES IS NOT NUMERIC OR
                  BTR-ANO IS LESS THAN 2000 OR
                  BTR-MES IS LESS THAN 1 OR
                  BTR-MES IS GREATER THAN 12
               MOVE 'ANO/MES INVALIDO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             WHEN BTR-CONTA IS NOT NUMERIC OR
                  BTR-CC IS NOT NUMERIC
               MOVE 'CONTA OU CENTRO DE CUSTO NAO NUMERICO'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             WHEN BTR-NATUREZA IS NOT EQUAL TO 'D' AND
                  BTR-NATUREZA IS NOT EQUAL TO 'C'
               MOVE 'NATUREZA DEVE SER D OU C' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             WHEN BTR-VALOR IS NOT NUMERIC
               MOVE 'VALOR NAO NUMERICO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             WHEN BTR-REVISAO AND
                  (BTR-VERSAO IS NOT NUMERIC OR
                   BTR-VERSAO IS EQUAL TO ZEROES)
               MOVE 'REVISAO SEM NUMERO DE VERSAO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             WHEN OTHER
               PERFORM VERIFICAR-CONTA
           END-EVALUATE.
      *
       VERIFICAR-CONTA.
           MOVE BTR-CONTA TO COA-CONTA.
           READ COA-FILE
             INVALID KEY
               MOVE 'CONTA NAO CADASTRADA NO COAFILE' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             NOT INVALID KEY
               IF COA-ATIVA
                 MOVE 'S' TO WS-TRANSACAO-OK
               ELSE
                 MOVE 'CONTA ENCERRADA NO COAFILE' TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               END-IF
           END-READ.
      *
       INCLUIR-ORIGINAL.
           MOVE WS-CHAVE-EDIT TO BUD-CHAVE.
           READ BUDGET-FILE
             INVALID KEY
               MOVE WS-CHAVE-EDIT   TO BUD-CHAVE
               MOVE BTR-NATUREZA    TO BUD-NATUREZA
               MOVE BTR-VALOR       TO BUD-VALOR-ORIGINAL
               MOVE BTR-VALOR       TO BUD-VALOR-REVISADO
               MOVE ZEROES          TO BUD-VERSAO
               MOVE WS-RUN-DATE-NUM TO BUD-DATA-VERSAO
               WRITE BUD-REC
               MOVE WS-BUD-STATUS  TO WS-FILE-STATUS
               MOVE 'BUDGET-FILE'  TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
               MOVE ZEROES TO WS-VALOR-ANTES
               PERFORM GRAVAR-HISTORICO
               PERFORM CONTAR-APLICADA
             NOT INVALID KEY
               MOVE 'ORCAMENTO ORIGINAL JA CARREGADO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
           END-READ.
      *
      * A REVISION REPLACES THE VALUE IN FORCE AND NEVER THE ORIGINAL.
       REVISAR-ORCAMENTO.
           MOVE WS-CHAVE-EDIT TO BUD-CHAVE.
           READ BUDGET-FILE
             INVALID KEY
               MOVE WS-CHAVE-EDIT   TO BUD-CHAVE
               MOVE BTR-NATUREZA    TO BUD-NATUREZA
               MOVE ZEROES          TO BUD-VALOR-ORIGINAL
               MOVE BTR-VALOR       TO BUD-VALOR-REVISADO
               MOVE BTR-VERSAO      TO BUD-VERSAO
               MOVE WS-RUN-DATE-NUM TO BUD-DATA-VERSAO
               WRITE BUD-REC
               MOVE WS-BUD-STATUS  TO WS-FILE-STATUS
               MOVE 'BUDGET-FILE'  TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
               MOVE ZEROES TO WS-VALOR-ANTES
               PERFORM GRAVAR-HISTORICO
               PERFORM CONTAR-APLICADA
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN BTR-VERSAO IS NOT GREATER THAN BUD-VERSAO
                   MOVE 'VERSAO NAO POSTERIOR A DO ORCAMENTO'
                     TO WS-EX-LIT
                   PERFORM GRAVAR-EXCECAO
                 WHEN BTR-NATUREZA IS NOT EQUAL TO BUD-NATUREZA
                   MOVE 'NATUREZA DIFERENTE DA DO ORCAMENTO'
                     TO WS-EX-LIT
                   PERFORM GRAVAR-EXCECAO
                 WHEN OTHER
                   MOVE BUD-VALOR-REVISADO TO WS-VALOR-ANTES
                   MOVE BTR-VALOR       TO BUD-VALOR-REVISADO
                   MOVE BTR-VERSAO      TO BUD-VERSAO
                   MOVE WS-RUN-DATE-NUM TO BUD-DATA-VERSAO
                   REWRITE BUD-REC
                   MOVE WS-BUD-STATUS  TO WS-FILE-STATUS
                   MOVE 'BUDGET-FILE'  TO WS-FILE-ID
                   PERFORM CHECK-FILE-STATUS
                   PERFORM GRAVAR-HISTORICO
                   PERFORM CONTAR-APLICADA
               END-EVALUATE
           END-READ.
      *
       GRAVAR-HISTORICO.
           MOVE WS-CHAVE-EDIT      TO BHS-CHAVE.
           MOVE BTR-TIPO           TO BHS-TIPO.
           MOVE WS-VALOR-ANTES     TO BHS-VALOR-ANTES.
           MOVE BUD-VALOR-REVISADO TO BHS-VALOR-DEPOIS.
           MOVE BUD-VERSAO         TO BHS-VERSAO.
           MOVE WS-RUN-DATE-NUM    TO BHS-DATA.
           WRITE BHS-REC.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * THE CONTROL TOTAL IS THE NET CHANGE TO THE BUDGET IN FORCE.
       CONTAR-APLICADA.
           ADD 1 TO WS-QTD-APLICADAS.
           MOVE BTR-TIPO           TO WS-DT-TIPO.
           MOVE BUD-ANO            TO WS-DT-ANO.
           MOVE BUD-MES            TO WS-DT-MES.
           MOVE BUD-CONTA          TO WS-DT-CONTA.
           MOVE BUD-CC             TO WS-DT-CC.
           MOVE BUD-NATUREZA       TO WS-DT-NATUREZA.
           MOVE BUD-VALOR-ORIGINAL TO WS-DT-ORIGINAL.
           MOVE BUD-VALOR-REVISADO TO WS-DT-REVISADO.
           MOVE BUD-VERSAO         TO WS-DT-VERSAO.
           MOVE WS-DETAIL-LINE     TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           ADD BUD-VALOR-REVISADO TO WS-CONTROL-TOT.
           SUBTRACT WS-VALOR-ANTES FROM WS-CONTROL-TOT.
      *
       GRAVAR-EXCECAO.
           ADD 1 TO WS-QTD-REJEITADAS.
           MOVE WS-CHAVE-EDIT    TO WS-EX-CHAVE.
           MOVE BTR-TIPO         TO WS-EX-TIPO.
           MOVE WS-EXCEPT-DETAIL TO EXCEPT-LINE.
           WRITE EXCEPT-LINE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
           MOVE 'EXCEPT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM GRAVAR-EXCECAO-PADRAO.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
      * THE MACHINE-READABLE TWIN OF THE LINE JUST PRINTED - ONE
      * STANDARD RECORD PER EXCEPTION ON THE SHARED EXCPLOG.
       GRAVAR-EXCECAO-PADRAO.
           MOVE WS-EX-CHAVE TO WS-EXL-CHAVE.
           MOVE WS-EX-LIT TO WS-EXL-MOTIVO.
           CALL 'EXCLOG' USING WS-EXL-PROGRAMA
                               WS-EXL-ARQUIVO
                               WS-EXL-CHAVE
                               WS-EXL-MOTIVO
                               WS-EXL-SEVERIDADE
           END-CALL.
      *
       FINALIZAR.
           MOVE WS-QTD-APLICADAS  TO WS-SM-APL.
           MOVE WS-QTD-REJEITADAS TO WS-SM-REJ.
           MOVE WS-SUMARIO-LINE   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE BUDGET-FILE.
           CLOSE TRANSACTION-FILE.
           CLOSE COA-FILE.
           CLOSE HISTORY-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
