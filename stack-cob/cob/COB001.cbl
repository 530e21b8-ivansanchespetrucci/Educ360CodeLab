      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MULTI-CURRENCY DAILY FX CONVERSION BATCH         *
      * MODIFICATION HISTORY                                          *
      * 2026-10-15 JM  FXTRAN NOW CARRIES THE CUSTOMER (CUST-NUMERO)  *
      *                AND ITS CPF/CNPJ FOR THE ANTI-MONEY-LAUNDERING *
      *                CONTROLS. A CUSTOMER NOT ON CUSTMAST,          *
      *                INACTIVE, OR WHOSE CPF/CNPJ DIFFERS FROM THE   *
      *                MASTER GOES TO FXEXCPT AND IS NOT CONVERTED.   *
      *                EVERY CONVERSION IS ALSO APPENDED TO FXOPER    *
      *                WITH ITS BRL EQUIVALENT AT THE REFERENCE RATE, *
      *                FOR THE COB008 COAF MONITORING.                *
      * 2026-09-02 JM  THE CONVERSION NOW APPLIES THE FXSPREAD        *
      *                TABLE (MOEDA, SENTIDO, SPREAD PCT OR FLAT      *
      *                FEE, EFFECTIVE DATE) OVER THE REFERENCE        *
           SELECT RATE-HISTORY-FILE ASSIGN TO FXHIST
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT CUSTOMER-FILE   ASSIGN TO CUSTMAST
                                   ORGANIZATION IS INDEXED
                                   ACCESS MODE IS RANDOM
                                   RECORD KEY IS CUST-NUMERO
                                   FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT OPERATION-FILE  ASSIGN TO FXOPER
                                   ORGANIZATION IS SEQUENTIAL
                                   FILE STATUS IS WS-OPER-STATUS.
      *
           SELECT EXCEPT-FILE     ASSIGN TO FXEXCPT
                                   ORGANIZATION IS LINE SEQUENTIAL
               88  TRN-DE-REAL        VALUE 'R'.
               88  TRN-CRUZADA        VALUE 'X'.
           05  TRN-VALOR          PIC 9(08)V9(02).
           05  TRN-CLIENTE        PIC 9(06).
           05  TRN-CPF-CNPJ       PIC X(14).
      *
       FD  RATE-HISTORY-FILE.
       01  HISTORY-REC.
           05  RH-TAXA-REF        PIC 9(04)V9(04).
           05  RH-GANHO-SPREAD    PIC S9(08)V9(02)
                                   SIGN IS LEADING SEPARATE.
      *
       FD  CUSTOMER-FILE.
       01  CUST-REC.
           05  CUST-NUMERO        PIC 9(06).
           05  CUST-NOME          PIC X(30).
           05  CUST-ENDERECO      PIC X(30).
           05  CUST-CPF-CNPJ      PIC X(14).
           05  CUST-STATUS        PIC X(01).
               88  CUST-ATIVO     VALUE 'A'.
               88  CUST-INATIVO   VALUE 'I'.
      *
      * ONE RECORD PER CONVERTED TRANSACTION FOR THE COB008 COAF
      * MONITORING - RUN DATE AND SEQUENCE IDENTIFY THE OPERATION.
       FD  OPERATION-FILE.
       01  OPER-REC.
           05  OPR-ID.
               10  OPR-DATA-RUN   PIC 9(08).
               10  OPR-SEQ        PIC 9(06).
           05  OPR-DATA           PIC 9(08).
           05  OPR-CLIENTE        PIC 9(06).
           05  OPR-CPF-CNPJ       PIC X(14).
           05  OPR-MOEDA          PIC X(03).
           05  OPR-MOEDA-DEST     PIC X(03).
           05  OPR-SENTIDO        PIC X(01).
           05  OPR-VALOR          PIC 9(08)V9(02).
           05  OPR-VALOR-BRL      PIC 9(10)V9(02).
      *
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(080).
       77  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       77  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
       77  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       77  WS-OPER-STATUS         PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
           COPY CPYSKPWS.
       77  WS-CHAVE-SEQCHK        PIC X(20) VALUE SPACES.
       77  WS-RETORNO-SEQCHK      PIC 9(02) VALUE ZEROES.
       77  WS-SENTIDO-OK          PIC X(01) VALUE 'S'.
       77  WS-CLIENTE-OK          PIC X(01) VALUE 'N'.
       77  WS-SEQ-OPER            PIC 9(06) VALUE ZEROES.
      *
       77  WS-VALOR-DESTINO       PIC 9(08)V9(02) VALUE ZEROES.
       77  WS-VALOR-INTEIRO       PIC 9(08) VALUE ZEROES.
           MOVE WS-HIST-STATUS      TO WS-FILE-STATUS.
           MOVE 'RATE-HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  CUSTOMER-FILE.
           MOVE WS-CUST-STATUS    TO WS-FILE-STATUS.
           MOVE 'CUSTOMER-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN EXTEND OPERATION-FILE.
           MOVE WS-OPER-STATUS    TO WS-FILE-STATUS.
           MOVE 'OPERATION-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT EXCEPT-FILE.
           MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS.
             IF WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
               MOVE 'N' TO WS-MOEDA-OK
             ELSE
               PERFORM VALIDAR-CLIENTE
               IF WS-CLIENTE-OK IS EQUAL TO 'S'
                 PERFORM VALIDAR-MOEDAS
               ELSE
                 MOVE 'N' TO WS-MOEDA-OK
               END-IF
             END-IF
             IF WS-MOEDA-OK IS EQUAL TO 'S'
               IF TRN-DE-REAL
             PERFORM GRAVAR-EXCECAO-PADRAO
           END-IF.
      *
      * THE CUSTOMER MUST BE ON CUSTMAST, ACTIVE, AND CARRY THE SAME
      * CPF/CNPJ AS THE TRANSACTION - OTHERWISE NOTHING IS CONVERTED.
       VALIDAR-CLIENTE.
           MOVE 'S' TO WS-CLIENTE-OK.
           MOVE SPACES TO EXCEPT-LINE.
           MOVE TRN-CLIENTE TO CUST-NUMERO.
           READ CUSTOMER-FILE
             INVALID KEY
               MOVE 'N' TO WS-CLIENTE-OK
               STRING 'CLIENTE NAO CADASTRADO ' TRN-CLIENTE
                      ' DATA ' TRN-DATA
                 DELIMITED BY SIZE INTO EXCEPT-LINE
               END-STRING
           END-READ.
           IF WS-CLIENTE-OK IS EQUAL TO 'S'
             MOVE WS-CUST-STATUS  TO WS-FILE-STATUS
             MOVE 'CUSTOMER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             IF NOT CUST-ATIVO
               MOVE 'N' TO WS-CLIENTE-OK
               STRING 'CLIENTE INATIVO ' TRN-CLIENTE
                      ' DATA ' TRN-DATA
                 DELIMITED BY SIZE INTO EXCEPT-LINE
               END-STRING
             ELSE
               IF TRN-CPF-CNPJ IS NOT EQUAL TO CUST-CPF-CNPJ
                 MOVE 'N' TO WS-CLIENTE-OK
                 STRING 'CPF/CNPJ DIVERGE DO CUSTMAST ' TRN-CLIENTE
                        ' ' TRN-CPF-CNPJ
                   DELIMITED BY SIZE INTO EXCEPT-LINE
                 END-STRING
               END-IF
             END-IF
           END-IF.
      *
           IF WS-CLIENTE-OK IS NOT EQUAL TO 'S'
             WRITE EXCEPT-LINE
             MOVE WS-EXCEPT-STATUS TO WS-FILE-STATUS
             MOVE 'EXCEPT-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM GRAVAR-EXCECAO-PADRAO
           END-IF.
      *
      * EVERY CURRENCY ON THE TRANSACTION MUST BE ON THE CURRENCY
      * MASTER - A MISS GOES TO THE EXCEPTION FILE BEFORE ANY RATE
      * LOOKUP RUNS.
             MOVE WS-HIST-STATUS      TO WS-FILE-STATUS
             MOVE 'RATE-HISTORY-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM GRAVAR-OPERACAO
           END-IF.
      *
      * THE OPERATION'S BRL EQUIVALENT IS TAKEN AT THE REFERENCE
      * RATE, BEFORE ANY SPREAD - ON A CROSS, AT THE FIRST LEG'S.
       GRAVAR-OPERACAO.
           ADD 1 TO WS-SEQ-OPER.
           MOVE WS-RUN-DATE-NUM   TO OPR-DATA-RUN.
           MOVE WS-SEQ-OPER       TO OPR-SEQ.
           MOVE TRN-DATA          TO OPR-DATA.
           MOVE TRN-CLIENTE       TO OPR-CLIENTE.
           MOVE TRN-CPF-CNPJ      TO OPR-CPF-CNPJ.
           MOVE TRN-MOEDA         TO OPR-MOEDA.
           MOVE TRN-MOEDA-DEST    TO OPR-MOEDA-DEST.
           MOVE TRN-SENTIDO       TO OPR-SENTIDO.
           MOVE TRN-VALOR         TO OPR-VALOR.
           EVALUATE TRUE
             WHEN TRN-PARA-REAL
               COMPUTE OPR-VALOR-BRL ROUNDED =
                       TRN-VALOR * WS-TAXA-REF
             WHEN TRN-DE-REAL
               MOVE TRN-VALOR TO OPR-VALOR-BRL
             WHEN OTHER
               COMPUTE OPR-VALOR-BRL ROUNDED =
                       TRN-VALOR * WS-TAXA-REF-LEG1
           END-EVALUATE.
           WRITE OPER-REC.
           MOVE WS-OPER-STATUS    TO WS-FILE-STATUS.
           MOVE 'OPERATION-FILE'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
      *
           CLOSE TRANSACTION-FILE.
           CLOSE RATE-HISTORY-FILE.
           CLOSE CUSTOMER-FILE.
           CLOSE OPERATION-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
      *
