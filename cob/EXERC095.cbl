      ******************************************************************
      * FILE NAME   : EXERC095                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : SUPPLIER MASTER MAINTENANCE FOR THE EXERC046     *
      *               PURCHASE ORDERS - KEEPS FORNMAST (CODE, NAME,    *
      *               CNPJ, LEAD TIME AND PAYMENT TERMS IN DAYS,       *
      *               ACTIVE/INACTIVE) AND THE ITEMFORN PREFERRED      *
      *               SUPPLIER PER ITEM-BARCODE THAT EXERC046 MODE 'G' *
      *               STAMPS ON EVERY PO IT GENERATES                  *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - POS CARRIED NO SUPPLIER, SO     *
      *                PURCHASING COULD NOT SAY WHO WAS LATE OR SHORT. *
      *                BOTH FILES ARE SEQUENTIAL AND REWRITE AS        *
      *                FORNNEW/IFONEW GENERATIONS THE JOB SWAPS BACK.  *
      *                TRANSACTIONS: 'A' ADD, 'C' CHANGE, 'D' DEACTI-  *
      *                VATE (THE RECORD STAYS FOR THE SCORECARD        *
      *                HISTORY), 'P' SET THE PREFERRED SUPPLIER OF AN  *
      *                ITEM. THE CNPJ GOES THROUGH DIGCHK AND MAY NOT  *
      *                BELONG TO A SECOND SUPPLIER CODE.               *
      * 2026-10-15 JM  FORNMAST CARRIES THE SUPPLIER'S BANK, AGENCY    *
      *                AND ACCOUNT, KEYED ON 'A' AND 'C', FOR THE      *
      *                EXERC098 PAYMENT FILE.                          *
      * 2026-10-15 JM  ITEM-REC CARRIES THE NEW ITEM-UNIDADE AND ITEM- *
      *                CONTEUDO (UNIT OF MEASURE AND NET CONTENT FOR   *
      *                THE SHELF LABELS), SO THE ITEMFILE RECORD       *
      *                MATCHES THE 82-BYTE MASTER.                     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC095.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE  ASSIGN TO FORNMAST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FORN-STATUS.
      *
           SELECT SUPPLIER-NEW   ASSIGN TO FORNNEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-FORNN-STATUS.
      *
           SELECT PREFER-FILE    ASSIGN TO ITEMFORN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-IFO-STATUS.
      *
           SELECT PREFER-NEW     ASSIGN TO IFONEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-IFON-STATUS.
      *
           SELECT TRANSACTION-FILE ASSIGN TO FORNTRN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-TRAN-STATUS.
      *
           SELECT ITEM-FILE      ASSIGN TO ITEMFILE
                                  ORGANIZATION IS INDEXED
                                  RECORD KEY IS ITEM-BARCODE
                                  ACCESS MODE IS DYNAMIC
                                  FILE STATUS IS WS-ITEM-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO FORNEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO FORNRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  SUPPLIER-FILE.
       01  FORN-REC.
           05  FORN-CODIGO        PIC 9(05).
           05  FORN-NOME          PIC X(30).
           05  FORN-CNPJ          PIC X(14).
           05  FORN-PRAZO-ENTREGA PIC 9(03).
           05  FORN-PRAZO-PAGTO   PIC 9(03).
           05  FORN-SITUACAO      PIC X(01).
               88  FORN-ATIVO     VALUE 'A'.
               88  FORN-INATIVO   VALUE 'I'.
           05  FORN-BANCO         PIC 9(03).
           05  FORN-AGENCIA       PIC 9(04).
           05  FORN-CONTA         PIC 9(10).
      *
       FD  SUPPLIER-NEW.
       01  FORNN-REC.
           05  FORNN-CODIGO       PIC 9(05).
           05  FORNN-NOME         PIC X(30).
           05  FORNN-CNPJ         PIC X(14).
           05  FORNN-PRAZO-ENTREGA PIC 9(03).
           05  FORNN-PRAZO-PAGTO  PIC 9(03).
           05  FORNN-SITUACAO     PIC X(01).
           05  FORNN-BANCO        PIC 9(03).
           05  FORNN-AGENCIA      PIC 9(04).
           05  FORNN-CONTA        PIC 9(10).
      *
       FD  PREFER-FILE.
       01  IFO-REC.
           05  IFO-BARCODE        PIC X(13).
           05  IFO-FORNECEDOR     PIC 9(05).
      *
       FD  PREFER-NEW.
       01  IFON-REC.
           05  IFON-BARCODE       PIC X(13).
           05  IFON-FORNECEDOR    PIC 9(05).
      *
       FD  TRANSACTION-FILE.
       01  TRN-REC.
           05  TRN-TIPO           PIC X(01).
               88  TRN-INCLUSAO   VALUE 'A'.
               88  TRN-ALTERACAO  VALUE 'C'.
               88  TRN-DESATIVAR  VALUE 'D'.
               88  TRN-PREFERIDO  VALUE 'P'.
           05  TRN-CODIGO         PIC 9(05).
           05  TRN-NOME           PIC X(30).
           05  TRN-CNPJ           PIC X(14).
           05  TRN-PRAZO-ENTREGA  PIC 9(03).
           05  TRN-PRAZO-PAGTO    PIC 9(03).
           05  TRN-BARCODE        PIC X(13).
           05  TRN-BANCO          PIC 9(03).
           05  TRN-AGENCIA        PIC 9(04).
           05  TRN-CONTA          PIC 9(10).
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
       FD  EXCEPT-FILE.
       01  EXCEPT-LINE            PIC X(100).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-FORN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-FORNN-STATUS        PIC X(02) VALUE SPACES.
       01  WS-IFO-STATUS          PIC X(02) VALUE SPACES.
       01  WS-IFON-STATUS         PIC X(02) VALUE SPACES.
       01  WS-TRAN-STATUS         PIC X(02) VALUE SPACES.
       01  WS-ITEM-STATUS         PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-FORN            PIC X(01) VALUE 'N'.
       01  WS-EOF-IFO             PIC X(01) VALUE 'N'.
       01  WS-EOF-TRAN            PIC X(01) VALUE 'N'.
      *
       01  WS-FRN-TAB.
           05  WS-FRN-LINHA       OCCURS 1 TO 1000 TIMES
                                   DEPENDING ON WS-FRN-COUNT.
               10  WS-TB-CODIGO     PIC 9(05).
               10  WS-TB-NOME       PIC X(30).
               10  WS-TB-CNPJ       PIC X(14).
               10  WS-TB-ENTREGA    PIC 9(03).
               10  WS-TB-PAGTO      PIC 9(03).
               10  WS-TB-SITUACAO   PIC X(01).
               10  WS-TB-BANCO      PIC 9(03).
               10  WS-TB-AGENCIA    PIC 9(04).
               10  WS-TB-CONTA      PIC 9(10).
       01  WS-FRN-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-FRN-IDX             PIC 9(04) VALUE ZEROES.
      *
      * ONE PREFERRED SUPPLIER PER BARCODE - A NEW 'P' FOR A BARCODE
      * ALREADY ON THE TABLE REPLACES ITS SUPPLIER.
       01  WS-PRF-TAB.
           05  WS-PRF-LINHA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-PRF-COUNT.
               10  WS-PF-BARCODE    PIC X(13).
               10  WS-PF-FORNECEDOR PIC 9(05).
       01  WS-PRF-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-P                   PIC 9(04) VALUE ZEROES.
       01  WS-PRF-IDX             PIC 9(04) VALUE ZEROES.
      *
       01  WS-CNPJ-OK             PIC X(01) VALUE 'N'.
       01  WS-ITEM-OK             PIC X(01) VALUE 'N'.
       01  WS-FUNCAO-DIGCHK       PIC X(01) VALUE SPACE.
       01  WS-DOCUMENTO           PIC X(14) VALUE SPACES.
       01  WS-RETORNO-DIGCHK      PIC 9(02) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-TIPO         PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-CODIGO       PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-BARCODE      PIC X(13).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(44).
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-TIPO         PIC X(01).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CODIGO       PIC 9(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-BARCODE      PIC X(13).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-LIT          PIC X(30).
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
           PERFORM CARREGAR-PREFERIDOS
             WITH TEST AFTER
             UNTIL WS-EOF-IFO IS EQUAL TO 'Y'.
      *
           PERFORM APLICAR-TRANSACAO
             WITH TEST AFTER
             UNTIL WS-EOF-TRAN IS EQUAL TO 'Y'.
      *
           PERFORM GRAVAR-NOVOS-ARQUIVOS.
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
           OPEN INPUT  SUPPLIER-FILE.
           MOVE WS-FORN-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-FORN
           ELSE
             MOVE 'SUPPLIER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           OPEN INPUT  PREFER-FILE.
           MOVE WS-IFO-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-IFO
           ELSE
             MOVE 'PREFER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           OPEN INPUT  TRANSACTION-FILE.
           MOVE WS-TRAN-STATUS     TO WS-FILE-STATUS.
           MOVE 'TRANSACTION-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  ITEM-FILE.
           MOVE WS-ITEM-STATUS TO WS-FILE-STATUS.
           MOVE 'ITEM-FILE'    TO WS-FILE-ID.
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
           MOVE 'EXERC095'                    TO RP-HDR-PROGRAM.
           MOVE 'CADASTRO DE FORNECEDORES'    TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT               TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                     TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       CARREGAR-FORNECEDORES.
           IF WS-EOF-FORN IS EQUAL TO 'Y'
             CONTINUE
           ELSE
             READ SUPPLIER-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-FORN
             END-READ
             MOVE WS-FORN-STATUS  TO WS-FILE-STATUS
             MOVE 'SUPPLIER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             IF WS-EOF-FORN IS NOT EQUAL TO 'Y'
               IF WS-FRN-COUNT IS NOT LESS THAN 1000
                 DISPLAY 'EXERC095 - MAIS DE 1000 FORNECEDORES NO '
                         'FORNMAST - RODADA ABORTADA'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-FRN-COUNT
               MOVE FORN-CODIGO        TO WS-TB-CODIGO(WS-FRN-COUNT)
               MOVE FORN-NOME          TO WS-TB-NOME(WS-FRN-COUNT)
               MOVE FORN-CNPJ          TO WS-TB-CNPJ(WS-FRN-COUNT)
               MOVE FORN-PRAZO-ENTREGA TO WS-TB-ENTREGA(WS-FRN-COUNT)
               MOVE FORN-PRAZO-PAGTO   TO WS-TB-PAGTO(WS-FRN-COUNT)
               MOVE FORN-SITUACAO      TO WS-TB-SITUACAO(WS-FRN-COUNT)
               MOVE FORN-BANCO         TO WS-TB-BANCO(WS-FRN-COUNT)
               MOVE FORN-AGENCIA       TO WS-TB-AGENCIA(WS-FRN-COUNT)
               MOVE FORN-CONTA         TO WS-TB-CONTA(WS-FRN-COUNT)
             END-IF
           END-IF.
      *
       CARREGAR-PREFERIDOS.
           IF WS-EOF-IFO IS EQUAL TO 'Y'
             CONTINUE
           ELSE
             READ PREFER-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-IFO
             END-READ
             MOVE WS-IFO-STATUS TO WS-FILE-STATUS
             MOVE 'PREFER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             IF WS-EOF-IFO IS NOT EQUAL TO 'Y'
               IF WS-PRF-COUNT IS NOT LESS THAN 5000
                 DISPLAY 'EXERC095 - MAIS DE 5000 ITENS NO ITEMFORN '
                         '- RODADA ABORTADA'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-PRF-COUNT
               MOVE IFO-BARCODE    TO WS-PF-BARCODE(WS-PRF-COUNT)
               MOVE IFO-FORNECEDOR TO WS-PF-FORNECEDOR(WS-PRF-COUNT)
             END-IF
           END-IF.
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
             PERFORM LOCALIZAR-FORNECEDOR
             EVALUATE TRUE
               WHEN TRN-INCLUSAO
                 PERFORM INCLUIR-FORNECEDOR
               WHEN TRN-ALTERACAO
                 PERFORM ALTERAR-FORNECEDOR
               WHEN TRN-DESATIVAR
                 PERFORM DESATIVAR-FORNECEDOR
               WHEN TRN-PREFERIDO
                 PERFORM DEFINIR-PREFERIDO
               WHEN OTHER
                 MOVE 'TIPO DE TRANSACAO INVALIDO' TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
             END-EVALUATE
           END-IF.
      *
       LOCALIZAR-FORNECEDOR.
           MOVE ZEROES TO WS-FRN-IDX.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-FRN-COUNT
             IF WS-TB-CODIGO(WS-I) IS EQUAL TO TRN-CODIGO
               MOVE WS-I TO WS-FRN-IDX
               MOVE WS-FRN-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
      * THE CNPJ MUST PASS THE DIGCHK CHECK DIGITS AND MUST NOT
      * ALREADY BELONG TO ANOTHER SUPPLIER CODE.
       VALIDAR-CNPJ.
           MOVE 'S'      TO WS-CNPJ-OK.
           MOVE 'J'      TO WS-FUNCAO-DIGCHK.
           MOVE TRN-CNPJ TO WS-DOCUMENTO.
           CALL 'DIGCHK' USING WS-FUNCAO-DIGCHK
                               WS-DOCUMENTO
                               WS-RETORNO-DIGCHK
           END-CALL.
           IF WS-RETORNO-DIGCHK IS NOT EQUAL TO ZEROES
             MOVE 'N' TO WS-CNPJ-OK
             MOVE 'CNPJ COM DIGITO INVALIDO - REJEITADA'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-FRN-COUNT
               IF WS-TB-CNPJ(WS-I) IS EQUAL TO TRN-CNPJ AND
                  WS-TB-CODIGO(WS-I) IS NOT EQUAL TO TRN-CODIGO
                 MOVE 'N' TO WS-CNPJ-OK
                 MOVE WS-FRN-COUNT TO WS-I
               END-IF
             END-PERFORM
             IF WS-CNPJ-OK IS EQUAL TO 'N'
               MOVE 'CNPJ JA CADASTRADO EM OUTRO FORNECEDOR'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-IF.
      *
       INCLUIR-FORNECEDOR.
           EVALUATE TRUE
             WHEN WS-FRN-IDX IS GREATER THAN ZEROES
               MOVE 'FORNECEDOR JA CADASTRADO - REJEITADA'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             WHEN TRN-CODIGO IS EQUAL TO ZEROES OR
                  TRN-NOME IS EQUAL TO SPACES
               MOVE 'CODIGO OU NOME EM BRANCO - REJEITADA'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             WHEN OTHER
               PERFORM VALIDAR-CNPJ
               IF WS-CNPJ-OK IS EQUAL TO 'S'
                 IF WS-FRN-COUNT IS NOT LESS THAN 1000
                   DISPLAY 'EXERC095 - TABELA DE FORNECEDORES CHEIA'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-FRN-COUNT
                 MOVE TRN-CODIGO        TO WS-TB-CODIGO(WS-FRN-COUNT)
                 MOVE TRN-NOME          TO WS-TB-NOME(WS-FRN-COUNT)
                 MOVE TRN-CNPJ          TO WS-TB-CNPJ(WS-FRN-COUNT)
                 MOVE TRN-PRAZO-ENTREGA TO WS-TB-ENTREGA(WS-FRN-COUNT)
                 MOVE TRN-PRAZO-PAGTO   TO WS-TB-PAGTO(WS-FRN-COUNT)
                 MOVE 'A'               TO WS-TB-SITUACAO(WS-FRN-COUNT)
                 MOVE TRN-BANCO         TO WS-TB-BANCO(WS-FRN-COUNT)
                 MOVE TRN-AGENCIA       TO WS-TB-AGENCIA(WS-FRN-COUNT)
                 MOVE TRN-CONTA         TO WS-TB-CONTA(WS-FRN-COUNT)
                 MOVE WS-FRN-COUNT      TO WS-FRN-IDX
                 MOVE 'FORNECEDOR INCLUIDO' TO WS-DT-LIT
                 PERFORM IMPRIMIR-APLICADA
               END-IF
           END-EVALUATE.
      *
      * A CHANGE REPLACES NAME, CNPJ, BOTH TERMS AND THE BANK
      * ACCOUNT THE EXERC098 PAYMENTS GO TO. IT ALSO
      * REACTIVATES A SUPPLIER THAT 'D' HAD SWITCHED OFF.
       ALTERAR-FORNECEDOR.
           IF WS-FRN-IDX IS EQUAL TO ZEROES
             MOVE 'FORNECEDOR NAO CADASTRADO - REJEITADA'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             PERFORM VALIDAR-CNPJ
             IF WS-CNPJ-OK IS EQUAL TO 'S'
               MOVE TRN-NOME          TO WS-TB-NOME(WS-FRN-IDX)
               MOVE TRN-CNPJ          TO WS-TB-CNPJ(WS-FRN-IDX)
               MOVE TRN-PRAZO-ENTREGA TO WS-TB-ENTREGA(WS-FRN-IDX)
               MOVE TRN-PRAZO-PAGTO   TO WS-TB-PAGTO(WS-FRN-IDX)
               MOVE 'A'               TO WS-TB-SITUACAO(WS-FRN-IDX)
               MOVE TRN-BANCO         TO WS-TB-BANCO(WS-FRN-IDX)
               MOVE TRN-AGENCIA       TO WS-TB-AGENCIA(WS-FRN-IDX)
               MOVE TRN-CONTA         TO WS-TB-CONTA(WS-FRN-IDX)
               MOVE 'FORNECEDOR ALTERADO' TO WS-DT-LIT
               PERFORM IMPRIMIR-APLICADA
             END-IF
           END-IF.
      *
      * THE SUPPLIER IS NEVER DROPPED - OLD POS AND THE SCORECARD
      * STILL NEED ITS NAME. INACTIVE SUPPLIERS ARE SKIPPED BY THE
      * EXERC046 PO STAMP.
       DESATIVAR-FORNECEDOR.
           IF WS-FRN-IDX IS EQUAL TO ZEROES
             MOVE 'FORNECEDOR NAO CADASTRADO - REJEITADA'
               TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             MOVE 'I' TO WS-TB-SITUACAO(WS-FRN-IDX)
             MOVE 'FORNECEDOR DESATIVADO' TO WS-DT-LIT
             PERFORM IMPRIMIR-APLICADA
           END-IF.
      *
       DEFINIR-PREFERIDO.
           MOVE TRN-BARCODE TO ITEM-BARCODE.
           MOVE 'S'         TO WS-ITEM-OK.
           READ ITEM-FILE
             INVALID KEY
               MOVE 'N' TO WS-ITEM-OK
           END-READ.
      *
           EVALUATE TRUE
             WHEN WS-FRN-IDX IS EQUAL TO ZEROES
               MOVE 'FORNECEDOR NAO CADASTRADO - REJEITADA'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             WHEN WS-TB-SITUACAO(WS-FRN-IDX) IS NOT EQUAL TO 'A'
               MOVE 'FORNECEDOR INATIVO - REJEITADA' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             WHEN WS-ITEM-OK IS EQUAL TO 'N'
               MOVE 'BARCODE NAO CADASTRADO NO ITEMFILE'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             WHEN OTHER
               MOVE ZEROES TO WS-PRF-IDX
               PERFORM VARYING WS-P FROM 1 BY 1
                       UNTIL WS-P > WS-PRF-COUNT
                 IF WS-PF-BARCODE(WS-P) IS EQUAL TO TRN-BARCODE
                   MOVE WS-P TO WS-PRF-IDX
                   MOVE WS-PRF-COUNT TO WS-P
                 END-IF
               END-PERFORM
               IF WS-PRF-IDX IS EQUAL TO ZEROES
                 IF WS-PRF-COUNT IS NOT LESS THAN 5000
                   DISPLAY 'EXERC095 - TABELA DE PREFERIDOS CHEIA'
                   MOVE 16 TO RETURN-CODE
                   GOBACK
                 END-IF
                 ADD 1 TO WS-PRF-COUNT
                 MOVE WS-PRF-COUNT TO WS-PRF-IDX
                 MOVE TRN-BARCODE  TO WS-PF-BARCODE(WS-PRF-IDX)
               END-IF
               MOVE TRN-CODIGO TO WS-PF-FORNECEDOR(WS-PRF-IDX)
               MOVE 'FORNECEDOR PREFERIDO DO ITEM' TO WS-DT-LIT
               PERFORM IMPRIMIR-APLICADA
           END-EVALUATE.
      *
       GRAVAR-NOVOS-ARQUIVOS.
           OPEN OUTPUT SUPPLIER-NEW.
           MOVE WS-FORNN-STATUS TO WS-FILE-STATUS.
           MOVE 'SUPPLIER-NEW'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-FRN-COUNT
             MOVE WS-TB-CODIGO(WS-I)   TO FORNN-CODIGO
             MOVE WS-TB-NOME(WS-I)     TO FORNN-NOME
             MOVE WS-TB-CNPJ(WS-I)     TO FORNN-CNPJ
             MOVE WS-TB-ENTREGA(WS-I)  TO FORNN-PRAZO-ENTREGA
             MOVE WS-TB-PAGTO(WS-I)    TO FORNN-PRAZO-PAGTO
             MOVE WS-TB-SITUACAO(WS-I) TO FORNN-SITUACAO
             MOVE WS-TB-BANCO(WS-I)    TO FORNN-BANCO
             MOVE WS-TB-AGENCIA(WS-I)  TO FORNN-AGENCIA
             MOVE WS-TB-CONTA(WS-I)    TO FORNN-CONTA
             WRITE FORNN-REC
             MOVE WS-FORNN-STATUS TO WS-FILE-STATUS
             MOVE 'SUPPLIER-NEW'  TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             ADD 1 TO WS-RECS-WRTN
           END-PERFORM.
           CLOSE SUPPLIER-NEW.
      *
           OPEN OUTPUT PREFER-NEW.
           MOVE WS-IFON-STATUS TO WS-FILE-STATUS.
           MOVE 'PREFER-NEW'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRF-COUNT
             MOVE WS-PF-BARCODE(WS-P)    TO IFON-BARCODE
             MOVE WS-PF-FORNECEDOR(WS-P) TO IFON-FORNECEDOR
             WRITE IFON-REC
             MOVE WS-IFON-STATUS TO WS-FILE-STATUS
             MOVE 'PREFER-NEW'   TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             ADD 1 TO WS-RECS-WRTN
           END-PERFORM.
           CLOSE PREFER-NEW.
      *
       IMPRIMIR-APLICADA.
           MOVE TRN-TIPO                TO WS-DT-TIPO.
           MOVE TRN-CODIGO              TO WS-DT-CODIGO.
           MOVE WS-TB-NOME(WS-FRN-IDX)  TO WS-DT-NOME.
           MOVE TRN-BARCODE             TO WS-DT-BARCODE.
           MOVE WS-DETAIL-LINE          TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-EXCECAO.
           MOVE TRN-TIPO         TO WS-EX-TIPO.
           MOVE TRN-CODIGO       TO WS-EX-CODIGO.
           MOVE TRN-BARCODE      TO WS-EX-BARCODE.
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
           IF WS-EOF-FORN IS EQUAL TO 'Y' AND
              WS-FORN-STATUS IS NOT EQUAL TO '35'
             CLOSE SUPPLIER-FILE
           END-IF.
           IF WS-EOF-IFO IS EQUAL TO 'Y' AND
              WS-IFO-STATUS IS NOT EQUAL TO '35'
             CLOSE PREFER-FILE
           END-IF.
           CLOSE TRANSACTION-FILE.
           CLOSE ITEM-FILE.
           CLOSE EXCEPT-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
