      ******************************************************************
      * FILE NAME   : EXERC074                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : DUNNING LETTERS - WALKS THE AROPEN LEDGER        *
      *               EXERC039 HAS JUST AGED, PER CUST-NUMERO, AND     *
      *               PICKS THE DUNNING LEVEL (1 FRIENDLY REMINDER, 2  *
      *               SECOND NOTICE, 3 FINAL NOTICE BEFORE LEGAL)      *
      *               FROM THE OLDEST OVERDUE BUCKET AND THE LAST      *
      *               LETTER ON COBRHIST. WRITES THE CARTAFIL LETTER-  *
      *               PRINT FILE WITH THE CUSTMAST NAME AND ADDRESS    *
      *               AND THE OVERDUE INVOICES, APPENDS EACH LETTER    *
      *               TO COBRHIST AND LISTS LETTERS SENT AND HELD      *
      *               BACK ON COBRRPT                                  *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE COLLECTIONS CLERK WAS       *
      *                PHONING CUSTOMERS STRAIGHT OFF THE AGING        *
      *                REPORT. PARMMAST INTERV-CARTA (DAYS) IS THE     *
      *                MINIMUM GAP BEFORE A LEVEL IS REPEATED OR THE   *
      *                NEXT ONE IS SENT; 30 WHEN NOT SET.              *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC074.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AROPEN-FILE    ASSIGN TO AROPEN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ARO-STATUS.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CUST-NUMERO
                                  FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT DUNNING-FILE   ASSIGN TO COBRHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CBH-STATUS.
      *
           SELECT LETTER-FILE    ASSIGN TO CARTAFIL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CRT-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO COBRRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  AROPEN-FILE.
       01  ARO-REC.
           05  ARO-NUMERO         PIC 9(06).
           05  ARO-CLIENTE        PIC 9(06).
           05  ARO-MES            PIC 9(02).
           05  ARO-DATA-FATURA    PIC 9(08).
           05  ARO-VALOR-ORIG     PIC 9(08)V9(02).
           05  ARO-VALOR-ABERTO   PIC 9(08)V9(02).
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
      * ONE RECORD PER LETTER SENT - THE ONLY MEMORY OF WHAT EACH
      * CUSTOMER HAS ALREADY RECEIVED.
       FD  DUNNING-FILE.
       01  CBH-REC.
           05  CBH-CLIENTE        PIC 9(06).
           05  CBH-NIVEL          PIC 9(01).
           05  CBH-DATA           PIC 9(08).
           05  CBH-QTD-FATURAS    PIC 9(03).
           05  CBH-VALOR          PIC 9(10)V9(02).
      *
      * LETTER-PRINT FILE - PER LETTER ONE 'H' HEADER (ADDRESSEE), ONE
      * 'D' PER OVERDUE INVOICE AND ONE 'T' TRAILER WITH THE TOTAL.
       FD  LETTER-FILE.
       01  CRT-REC.
           05  CRT-TIPO           PIC X(01).
           05  CRT-CLIENTE        PIC 9(06).
           05  CRT-DADOS          PIC X(93).
           05  CRT-CABECALHO      REDEFINES CRT-DADOS.
               10  CRT-NIVEL      PIC 9(01).
               10  CRT-DATA-CARTA PIC 9(08).
               10  CRT-NOME       PIC X(30).
               10  CRT-ENDERECO   PIC X(30).
               10  CRT-CPF-CNPJ   PIC X(14).
               10  FILLER         PIC X(10).
           05  CRT-DETALHE        REDEFINES CRT-DADOS.
               10  CRT-FATURA     PIC 9(06).
               10  CRT-MES        PIC 9(02).
               10  CRT-DATA-FATURA PIC 9(08).
               10  CRT-VALOR-ABERTO PIC 9(08)V9(02).
               10  CRT-DIAS-ATRASO PIC 9(05).
               10  FILLER         PIC X(62).
           05  CRT-RODAPE         REDEFINES CRT-DADOS.
               10  CRT-QTD-FATURAS PIC 9(03).
               10  CRT-TOTAL-VENCIDO PIC 9(10)V9(02).
               10  CRT-TEXTO-NIVEL PIC X(40).
               10  FILLER         PIC X(38).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(120).
      *
       WORKING-STORAGE SECTION.
       01  WS-ARO-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CBH-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CRT-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
       01  WS-EOF-ARO             PIC X(01) VALUE 'N'.
       01  WS-EOF-CBH             PIC X(01) VALUE 'N'.
      *
      * MINIMUM DAYS BETWEEN TWO LETTERS TO THE SAME CUSTOMER UNLESS
      * THE DEBT HAS AGED INTO A HIGHER LEVEL (PARMMAST INTERV-CARTA).
       01  WS-INTERVALO           PIC 9(03) VALUE 30.
      *
      * OPEN ITEMS OF THE NEW LEDGER GENERATION. WS-ITM-TRATADO MARKS
      * THE ITEMS OF A CUSTOMER ALREADY EVALUATED.
       01  WS-ITM-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-ITM-TAB.
           05  WS-ITM-LINHA       OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-ITM-COUNT.
               10  WS-ITM-NUMERO    PIC 9(06).
               10  WS-ITM-CLIENTE   PIC 9(06).
               10  WS-ITM-MES       PIC 9(02).
               10  WS-ITM-DATA      PIC 9(08).
               10  WS-ITM-ABERTO    PIC 9(08)V9(02).
               10  WS-ITM-DIAS      PIC S9(05).
               10  WS-ITM-TRATADO   PIC X(01).
       01  WS-I                   PIC 9(04) VALUE ZEROES.
       01  WS-J                   PIC 9(04) VALUE ZEROES.
      *
      * LAST LETTER SENT TO EACH CUSTOMER, FROM COBRHIST.
       01  WS-ULT-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-ULT-TAB.
           05  WS-ULT-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-ULT-COUNT.
               10  WS-ULT-CLIENTE   PIC 9(06).
               10  WS-ULT-NIVEL     PIC 9(01).
               10  WS-ULT-DATA      PIC 9(08).
       01  WS-ULT-POS             PIC 9(04) VALUE ZEROES.
       01  WS-U                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-CLIENTE-ATUAL       PIC 9(06) VALUE ZEROES.
       01  WS-QTD-VENCIDAS        PIC 9(03) VALUE ZEROES.
       01  WS-TOTAL-VENCIDO       PIC 9(10)V9(02) VALUE ZEROES.
       01  WS-MAIOR-ATRASO        PIC S9(05) VALUE ZEROES.
       01  WS-DATA-MAIS-ANTIGA    PIC 9(08) VALUE ZEROES.
       01  WS-NIVEL               PIC 9(01) VALUE ZEROES.
       01  WS-NIVEL-ANTERIOR      PIC 9(01) VALUE ZEROES.
       01  WS-DATA-ANTERIOR       PIC 9(08) VALUE ZEROES.
       01  WS-DIAS-DESDE-CARTA    PIC S9(05) VALUE ZEROES.
       01  WS-SUPRIMIR            PIC X(01) VALUE 'N'.
       01  WS-CLIENTE-OK          PIC X(01) VALUE 'N'.
       01  WS-TEXTO-NIVEL         PIC X(40) VALUE SPACES.
       01  WS-DATA-EDIT           PIC X(10) VALUE SPACES.
      *
       01  WS-QTD-NIVEL-1         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-NIVEL-2         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-NIVEL-3         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SUPRIMIDAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SEM-CADASTRO    PIC 9(05) VALUE ZEROES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' CLIENTE NOME                            FAT '.
           05  FILLER             PIC X(36) VALUE
               '       VENCIDO ATRASO NIV.  SITUACAO'.
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DL-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DL-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DL-QTD          PIC ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DL-VENCIDO      PIC ZZ.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DL-ATRASO       PIC ZZZZ9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DL-NIVEL        PIC Z.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DL-SITUACAO     PIC X(45).
       01  WS-SUM-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(40).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-RUN-DATE-INT        PIC 9(07) VALUE ZEROES.
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
           PERFORM CARREGAR-CARTAS.
      *
           OPEN EXTEND DUNNING-FILE.
           MOVE WS-CBH-STATUS  TO WS-FILE-STATUS.
           MOVE 'DUNNING-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM LER-UM-ABERTO
             WITH TEST AFTER
             UNTIL WS-EOF-ARO IS EQUAL TO 'Y'.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-ITM-COUNT
             IF WS-ITM-TRATADO(WS-I) IS EQUAL TO 'N'
               MOVE WS-ITM-CLIENTE(WS-I) TO WS-CLIENTE-ATUAL
               PERFORM AVALIAR-CLIENTE
             END-IF
           END-PERFORM.
      *
           PERFORM IMPRIMIR-RESUMO.
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
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-NUM(1:4).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-NUM(5:2).
           MOVE WS-RUN-DD   TO WS-RUN-DATE-NUM(7:2).
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM).
      *
           OPEN INPUT  AROPEN-FILE.
           MOVE WS-ARO-STATUS TO WS-FILE-STATUS.
           MOVE 'AROPEN-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  CUSTOMER-MASTER.
           MOVE WS-CUST-STATUS    TO WS-FILE-STATUS.
           MOVE 'CUSTOMER-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT LETTER-FILE.
           MOVE WS-CRT-STATUS TO WS-FILE-STATUS.
           MOVE 'LETTER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC074'                   TO RP-HDR-PROGRAM.
           MOVE 'CARTAS DE COBRANCA'         TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * AN INTERVAL OF ZERO WOULD RESEND EVERY LETTER EVERY MONTH, SO
      * ONLY 001-999 REPLACES THE DEFAULT.
       CARREGAR-PARAMETROS.
           MOVE 'EXERC074'     TO WS-PRM-PROGRAMA.
           MOVE 'INTERV-CARTA' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               IF WS-PRM-VALOR(1:3) IS GREATER THAN '000'
                 MOVE WS-PRM-VALOR(1:3) TO WS-INTERVALO
               END-IF
             END-IF
           END-IF.
      *
      * A MISSING COBRHIST IS THE FIRST RUN - NO LETTER SENT YET.
       CARREGAR-CARTAS.
           OPEN INPUT DUNNING-FILE.
           MOVE WS-CBH-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-CBH
           ELSE
             MOVE 'DUNNING-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-UMA-CARTA
               WITH TEST AFTER
               UNTIL WS-EOF-CBH IS EQUAL TO 'Y'
             CLOSE DUNNING-FILE
           END-IF.
      *
       LER-UMA-CARTA.
           READ DUNNING-FILE
             AT END
               MOVE 'Y' TO WS-EOF-CBH
           END-READ.
           MOVE WS-CBH-STATUS  TO WS-FILE-STATUS.
           MOVE 'DUNNING-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-CBH IS NOT EQUAL TO 'Y'
             MOVE CBH-CLIENTE TO WS-CLIENTE-ATUAL
             PERFORM LOCALIZAR-ULTIMA-CARTA
             IF WS-ULT-POS IS EQUAL TO ZEROES
               PERFORM INCLUIR-ULTIMA-CARTA
             END-IF
             IF CBH-DATA IS NOT LESS THAN WS-ULT-DATA(WS-ULT-POS)
               MOVE CBH-NIVEL TO WS-ULT-NIVEL(WS-ULT-POS)
               MOVE CBH-DATA  TO WS-ULT-DATA(WS-ULT-POS)
             END-IF
           END-IF.
      *
       LOCALIZAR-ULTIMA-CARTA.
           MOVE ZEROES TO WS-ULT-POS.
           PERFORM VARYING WS-U FROM 1 BY 1
                   UNTIL WS-U > WS-ULT-COUNT
             IF WS-ULT-CLIENTE(WS-U) IS EQUAL TO WS-CLIENTE-ATUAL
               MOVE WS-U TO WS-ULT-POS
               MOVE WS-ULT-COUNT TO WS-U
             END-IF
           END-PERFORM.
      *
       INCLUIR-ULTIMA-CARTA.
           IF WS-ULT-COUNT IS NOT LESS THAN 2000
             DISPLAY 'EXERC074 - MAIS DE 2000 CLIENTES NO COBRHIST - '
                     'RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-ULT-COUNT.
           MOVE WS-ULT-COUNT     TO WS-ULT-POS.
           MOVE WS-CLIENTE-ATUAL TO WS-ULT-CLIENTE(WS-ULT-POS).
           MOVE ZEROES           TO WS-ULT-NIVEL(WS-ULT-POS).
           MOVE ZEROES           TO WS-ULT-DATA(WS-ULT-POS).
      *
      * ONLY ITEMS STILL OWING MATTER; EACH IS AGED ONCE, HERE, THE
      * SAME WAY EXERC039 AGES IT.
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
             IF ARO-VALOR-ABERTO IS GREATER THAN ZEROES
               PERFORM INCLUIR-ITEM-TABELA
               MOVE ARO-NUMERO       TO WS-ITM-NUMERO(WS-ITM-COUNT)
               MOVE ARO-CLIENTE      TO WS-ITM-CLIENTE(WS-ITM-COUNT)
               MOVE ARO-MES          TO WS-ITM-MES(WS-ITM-COUNT)
               MOVE ARO-DATA-FATURA  TO WS-ITM-DATA(WS-ITM-COUNT)
               MOVE ARO-VALOR-ABERTO TO WS-ITM-ABERTO(WS-ITM-COUNT)
               COMPUTE WS-ITM-DIAS(WS-ITM-COUNT) =
                   WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(ARO-DATA-FATURA)
             END-IF
           END-IF.
      *
       INCLUIR-ITEM-TABELA.
           IF WS-ITM-COUNT IS NOT LESS THAN 3000
             DISPLAY 'EXERC074 - MAIS DE 3000 ITENS EM ABERTO - '
                     'RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-ITM-COUNT.
           MOVE 'N' TO WS-ITM-TRATADO(WS-ITM-COUNT).
      *
      * THE LEVEL COMES FROM THE OLDEST OVERDUE BUCKET (30/60/90+).
      * A LETTER SENT SINCE THE OLDEST OVERDUE INVOICE WAS RAISED IS
      * ABOUT THE SAME DEBT: INSIDE THE INTERVAL NOTHING BUT A HIGHER
      * LEVEL GOES OUT; ONCE THE INTERVAL HAS PASSED THE CUSTOMER
      * MOVES AT LEAST ONE LEVEL UP FROM THE LAST LETTER.
       AVALIAR-CLIENTE.
           MOVE ZEROES   TO WS-QTD-VENCIDAS.
           MOVE ZEROES   TO WS-TOTAL-VENCIDO.
           MOVE ZEROES   TO WS-MAIOR-ATRASO.
           MOVE 99999999 TO WS-DATA-MAIS-ANTIGA.
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-ITM-COUNT
             IF WS-ITM-CLIENTE(WS-J) IS EQUAL TO WS-CLIENTE-ATUAL
               MOVE 'S' TO WS-ITM-TRATADO(WS-J)
               IF WS-ITM-DIAS(WS-J) IS NOT LESS THAN 30
                 ADD 1 TO WS-QTD-VENCIDAS
                 ADD WS-ITM-ABERTO(WS-J) TO WS-TOTAL-VENCIDO
                 IF WS-ITM-DIAS(WS-J) IS GREATER THAN WS-MAIOR-ATRASO
                   MOVE WS-ITM-DIAS(WS-J) TO WS-MAIOR-ATRASO
                 END-IF
                 IF WS-ITM-DATA(WS-J) IS LESS THAN WS-DATA-MAIS-ANTIGA
                   MOVE WS-ITM-DATA(WS-J) TO WS-DATA-MAIS-ANTIGA
                 END-IF
               END-IF
             END-IF
           END-PERFORM.
      *
           IF WS-QTD-VENCIDAS IS GREATER THAN ZEROES
             EVALUATE TRUE
               WHEN WS-MAIOR-ATRASO IS NOT LESS THAN 90
                 MOVE 3 TO WS-NIVEL
               WHEN WS-MAIOR-ATRASO IS NOT LESS THAN 60
                 MOVE 2 TO WS-NIVEL
               WHEN OTHER
                 MOVE 1 TO WS-NIVEL
             END-EVALUATE
      *
             MOVE 'N'    TO WS-SUPRIMIR
             MOVE ZEROES TO WS-NIVEL-ANTERIOR
             MOVE ZEROES TO WS-DATA-ANTERIOR
             PERFORM LOCALIZAR-ULTIMA-CARTA
             IF WS-ULT-POS IS GREATER THAN ZEROES
               MOVE WS-ULT-NIVEL(WS-ULT-POS) TO WS-NIVEL-ANTERIOR
               MOVE WS-ULT-DATA(WS-ULT-POS)  TO WS-DATA-ANTERIOR
             END-IF
             IF WS-DATA-ANTERIOR IS GREATER THAN ZEROES AND
                WS-DATA-ANTERIOR IS NOT LESS THAN WS-DATA-MAIS-ANTIGA
               COMPUTE WS-DIAS-DESDE-CARTA = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-DATA-ANTERIOR)
               IF WS-DIAS-DESDE-CARTA IS LESS THAN WS-INTERVALO
                 IF WS-NIVEL IS NOT GREATER THAN WS-NIVEL-ANTERIOR
                   MOVE 'S' TO WS-SUPRIMIR
                 END-IF
               ELSE
                 IF WS-NIVEL IS NOT GREATER THAN WS-NIVEL-ANTERIOR
                   IF WS-NIVEL-ANTERIOR IS LESS THAN 3
                     COMPUTE WS-NIVEL = WS-NIVEL-ANTERIOR + 1
                   ELSE
                     MOVE 3 TO WS-NIVEL
                   END-IF
                 END-IF
               END-IF
             END-IF
      *
             PERFORM LER-CLIENTE
             PERFORM MONTAR-LINHA-CLIENTE
             EVALUATE TRUE
               WHEN WS-CLIENTE-OK IS EQUAL TO 'N'
                 ADD 1 TO WS-QTD-SEM-CADASTRO
                 MOVE 'CLIENTE FORA DO CUSTMAST - SEM CARTA'
                   TO WS-DL-SITUACAO
               WHEN WS-SUPRIMIR IS EQUAL TO 'S'
                 ADD 1 TO WS-QTD-SUPRIMIDAS
                 MOVE WS-NIVEL-ANTERIOR TO WS-DL-NIVEL
                 MOVE WS-DATA-ANTERIOR(7:2) TO WS-DATA-EDIT(1:2)
                 MOVE '/'                   TO WS-DATA-EDIT(3:1)
                 MOVE WS-DATA-ANTERIOR(5:2) TO WS-DATA-EDIT(4:2)
                 MOVE '/'                   TO WS-DATA-EDIT(6:1)
                 MOVE WS-DATA-ANTERIOR(1:4) TO WS-DATA-EDIT(7:4)
                 STRING 'RETIDA - NIVEL JA ENVIADO EM '
                        WS-DATA-EDIT
                        DELIMITED BY SIZE
                        INTO WS-DL-SITUACAO
                 END-STRING
               WHEN OTHER
                 PERFORM EMITIR-CARTA
                 MOVE WS-TEXTO-NIVEL TO WS-DL-SITUACAO
             END-EVALUATE
             MOVE WS-DETAIL-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
       LER-CLIENTE.
           MOVE 'N'              TO WS-CLIENTE-OK.
           MOVE WS-CLIENTE-ATUAL TO CUST-NUMERO.
           READ CUSTOMER-MASTER
             INVALID KEY
               MOVE SPACES TO CUST-NOME
               MOVE SPACES TO CUST-ENDERECO
               MOVE SPACES TO CUST-CPF-CNPJ
             NOT INVALID KEY
               MOVE 'S' TO WS-CLIENTE-OK
           END-READ.
      *
       MONTAR-LINHA-CLIENTE.
           MOVE WS-CLIENTE-ATUAL TO WS-DL-CLIENTE.
           MOVE CUST-NOME        TO WS-DL-NOME.
           MOVE WS-QTD-VENCIDAS  TO WS-DL-QTD.
           MOVE WS-TOTAL-VENCIDO TO WS-DL-VENCIDO.
           MOVE WS-MAIOR-ATRASO  TO WS-DL-ATRASO.
           MOVE WS-NIVEL         TO WS-DL-NIVEL.
           MOVE SPACES           TO WS-DL-SITUACAO.
      *
       EMITIR-CARTA.
           EVALUATE WS-NIVEL
             WHEN 1
               MOVE 'LEMBRETE AMIGAVEL' TO WS-TEXTO-NIVEL
               ADD 1 TO WS-QTD-NIVEL-1
             WHEN 2
               MOVE 'SEGUNDO AVISO' TO WS-TEXTO-NIVEL
               ADD 1 TO WS-QTD-NIVEL-2
             WHEN OTHER
               MOVE 'AVISO FINAL ANTES DE ACAO JUDICIAL'
                 TO WS-TEXTO-NIVEL
               ADD 1 TO WS-QTD-NIVEL-3
           END-EVALUATE.
      *
           MOVE SPACES           TO CRT-REC.
           MOVE 'H'              TO CRT-TIPO.
           MOVE WS-CLIENTE-ATUAL TO CRT-CLIENTE.
           MOVE WS-NIVEL         TO CRT-NIVEL.
           MOVE WS-RUN-DATE-NUM  TO CRT-DATA-CARTA.
           MOVE CUST-NOME        TO CRT-NOME.
           MOVE CUST-ENDERECO    TO CRT-ENDERECO.
           MOVE CUST-CPF-CNPJ    TO CRT-CPF-CNPJ.
           PERFORM GRAVAR-CARTA.
      *
           PERFORM VARYING WS-J FROM 1 BY 1
                   UNTIL WS-J > WS-ITM-COUNT
             IF WS-ITM-CLIENTE(WS-J) IS EQUAL TO WS-CLIENTE-ATUAL AND
                WS-ITM-DIAS(WS-J) IS NOT LESS THAN 30
               MOVE SPACES           TO CRT-REC
               MOVE 'D'              TO CRT-TIPO
               MOVE WS-CLIENTE-ATUAL TO CRT-CLIENTE
               MOVE WS-ITM-NUMERO(WS-J) TO CRT-FATURA
               MOVE WS-ITM-MES(WS-J)    TO CRT-MES
               MOVE WS-ITM-DATA(WS-J)   TO CRT-DATA-FATURA
               MOVE WS-ITM-ABERTO(WS-J) TO CRT-VALOR-ABERTO
               MOVE WS-ITM-DIAS(WS-J)   TO CRT-DIAS-ATRASO
               PERFORM GRAVAR-CARTA
             END-IF
           END-PERFORM.
      *
           MOVE SPACES           TO CRT-REC.
           MOVE 'T'              TO CRT-TIPO.
           MOVE WS-CLIENTE-ATUAL TO CRT-CLIENTE.
           MOVE WS-QTD-VENCIDAS  TO CRT-QTD-FATURAS.
           MOVE WS-TOTAL-VENCIDO TO CRT-TOTAL-VENCIDO.
           MOVE WS-TEXTO-NIVEL   TO CRT-TEXTO-NIVEL.
           PERFORM GRAVAR-CARTA.
      *
           MOVE WS-CLIENTE-ATUAL TO CBH-CLIENTE.
           MOVE WS-NIVEL         TO CBH-NIVEL.
           MOVE WS-RUN-DATE-NUM  TO CBH-DATA.
           MOVE WS-QTD-VENCIDAS  TO CBH-QTD-FATURAS.
           MOVE WS-TOTAL-VENCIDO TO CBH-VALOR.
           WRITE CBH-REC.
           MOVE WS-CBH-STATUS  TO WS-FILE-STATUS.
           MOVE 'DUNNING-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           ADD WS-TOTAL-VENCIDO TO WS-CONTROL-TOT.
      *
       GRAVAR-CARTA.
           WRITE CRT-REC.
           MOVE WS-CRT-STATUS TO WS-FILE-STATUS.
           MOVE 'LETTER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CARTAS NIVEL 1 - LEMBRETE AMIGAVEL' TO WS-SM-LIT.
           MOVE WS-QTD-NIVEL-1 TO WS-SM-QTD.
           MOVE WS-SUM-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CARTAS NIVEL 2 - SEGUNDO AVISO' TO WS-SM-LIT.
           MOVE WS-QTD-NIVEL-2 TO WS-SM-QTD.
           MOVE WS-SUM-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CARTAS NIVEL 3 - AVISO FINAL' TO WS-SM-LIT.
           MOVE WS-QTD-NIVEL-3 TO WS-SM-QTD.
           MOVE WS-SUM-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CARTAS RETIDAS NO INTERVALO' TO WS-SM-LIT.
           MOVE WS-QTD-SUPRIMIDAS TO WS-SM-QTD.
           MOVE WS-SUM-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CLIENTES FORA DO CUSTMAST' TO WS-SM-LIT.
           MOVE WS-QTD-SEM-CADASTRO TO WS-SM-QTD.
           MOVE WS-SUM-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
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
           CLOSE AROPEN-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE DUNNING-FILE.
           CLOSE LETTER-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
           COPY CPYPRMPD.
