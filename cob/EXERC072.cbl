      ******************************************************************
      * FILE NAME   : EXERC072                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : DAMAGE AND TRAFFIC-FINE CHARGEBACKS - READS THE  *
      *               INCTRAN INCIDENT TRANSACTIONS (PLACA, DATE,      *
      *               TYPE, AMOUNT), FINDS ON RESVFILE WHO HAD THE     *
      *               CAR ON THAT DATE AND APPENDS A CHARGEBACK        *
      *               RECORD TO ALUGHIST, SO THE MONTHLY EXERC022      *
      *               INVOICE BILLS IT WITH THE PASSENGER'S TRIPS AND  *
      *               IT REACHES EXERC039 RECEIVABLES THROUGH INVSUMM  *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - A FINE NOTICE ONLY GIVES THE    *
      *                PLATE AND THE DATE, AND NOBODY COULD TELL WHO   *
      *                TO BILL. THE RENTER IS THE BOOKING WITH THE     *
      *                LATEST PICK-UP ON OR BEFORE THE DATE THAT IS    *
      *                STILL OUT ON IT. ON A CHANGEOVER DAY (ONE       *
      *                RENTER RETURNS, THE NEXT TAKES THE CAR) THE     *
      *                INCIDENT CANNOT BE PLACED AND GOES TO CBKEXC    *
      *                WITH THE ONES THAT MATCH NO RENTAL AT ALL. THE  *
      *                CHARGEBACK IS BILLED IN THE RUN MONTH, LIKE THE *
      *                EXERC038 LATE-RETURN ADJUSTMENTS IT SITS WITH.  *
      * 2026-10-15 JM  HIST-REC LAYOUT KEPT IN STEP WITH EXERC005 -    *
      *                THE HISTORY RECORD NOW CARRIES THE CORPORATE    *
      *                CONTRACT, THE DISCOUNT AGAINST LIST AND THE     *
      *                ALLOWANCE KM; A CHARGEBACK IS NEVER CONTRACT-   *
      *                PRICED AND CARRIES THEM EMPTY.                  *
      * 2026-10-15 JM  RES-REC LAYOUT KEPT IN STEP WITH EXERC005 - A   *
      *                BOOKING THAT EXERC079 CANCELLED OR MARKED AS A  *
      *                NO-SHOW NEVER HAD THE CAR AND IS NOT CHARGED    *
      *                FOR AN INCIDENT.                                *
      * 2026-10-15 JM  RES-REC AND HIST-REC LAYOUTS KEPT IN STEP WITH  *
      *                EXERC005 - THE CHARGEBACK LINE CARRIES THE      *
      *                PICKUP AND RETURN BRANCHES OF THE BOOKING IT    *
      *                WAS MATCHED TO.                                 *
      * 2026-10-15 JM  RERUN PROTECTION - ALUGHIST IS READ BEFORE ANY  *
      *                CHARGEBACK IS WRITTEN, AND AN INCIDENT WHOSE    *
      *                CHARGEBACK (SAME PLACA, INCIDENT DATE AND TYPE) *
      *                IS ALREADY ON IT GOES TO CBKEXC INSTEAD OF      *
      *                BEING BILLED AGAIN. A RERUN AFTER AN ABEND OR A *
      *                RESENT INCTRAN THEREFORE ONLY BILLS WHAT IS     *
      *                MISSING. TWO INCIDENTS OF THE SAME TYPE ON THE  *
      *                SAME CAR AND DAY ARE STILL BOTH BILLED WHEN     *
      *                THEY COME IN THE SAME RUN.                      *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC072.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INCIDENT-FILE  ASSIGN TO INCTRAN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-INC-STATUS.
      *
           SELECT RESV-FILE      ASSIGN TO RESVFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RESV-STATUS.
      *
           SELECT CUSTOMER-MASTER ASSIGN TO CUSTMAST
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS CUST-NUMERO
                                  FILE STATUS IS WS-CUST-STATUS.
      *
           SELECT HISTORY-FILE   ASSIGN TO ALUGHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO CBKRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO CBKEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER INCIDENT - DAMAGE FOUND AT THE RETURN
      * INSPECTION, A TRAFFIC FINE NOTICE, FUEL OR CLEANING.
       FD  INCIDENT-FILE.
       01  INC-REC.
           05  INC-PLACA          PIC X(07).
           05  INC-DATA           PIC 9(08).
           05  INC-TIPO           PIC X(01).
               88  INC-AVARIA     VALUE 'D'.
               88  INC-MULTA      VALUE 'M'.
               88  INC-COMBUSTIVEL VALUE 'C'.
               88  INC-LIMPEZA    VALUE 'L'.
           05  INC-VALOR          PIC 9(06)V9(02).
      *
       FD  RESV-FILE.
       01  RES-REC.
           05  RES-PLACA          PIC X(07).
           05  RES-CLIENTE        PIC 9(06).
           05  RES-DATA-RETIRADA  PIC 9(08).
           05  RES-DATA-DEVOLUCAO PIC 9(08).
           05  RES-DATA-RUN       PIC 9(08).
           05  RES-SITUACAO       PIC X(01).
               88  RES-RESERVADA  VALUE SPACE.
               88  RES-RETIRADA   VALUE 'R'.
               88  RES-NO-SHOW    VALUE 'N'.
               88  RES-CANCELADA  VALUE 'C'.
               88  RES-ATIVA      VALUE SPACE 'R'.
           05  RES-DATA-SITUACAO  PIC 9(08).
           05  RES-FILIAL-RETIRADA PIC X(03).
           05  RES-FILIAL-DEVOLUCAO PIC X(03).
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
       01  WS-INC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RESV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
           COPY CPYRUNLG.
       01  WS-EOF-INC             PIC X(01) VALUE 'N'.
       01  WS-EOF-RESV            PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE SPACE.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
      * THE VALID INCIDENTS, HELD WHILE RESVFILE IS READ ONCE. EACH
      * KEEPS THE BEST BOOKING SEEN SO FAR AND WHETHER ANOTHER
      * RENTER RETURNED THE CAR ON THE INCIDENT DATE.
       01  WS-INC-TAB.
           05  WS-INC-LINHA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-INC-COUNT.
               10  WS-IT-PLACA      PIC X(07).
               10  WS-IT-DATA       PIC 9(08).
               10  WS-IT-TIPO       PIC X(01).
               10  WS-IT-VALOR      PIC 9(06)V9(02).
               10  WS-IT-CLIENTE    PIC 9(06).
               10  WS-IT-RETIRADA   PIC 9(08).
               10  WS-IT-DEVOLUCAO  PIC 9(08).
               10  WS-IT-DEVOLVIDA  PIC X(01).
               10  WS-IT-FILIAL-RET PIC X(03).
               10  WS-IT-FILIAL-DEV PIC X(03).
               10  WS-IT-DESCRICAO  PIC X(30).
               10  WS-IT-LANCADA    PIC X(01).
       01  WS-INC-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-I                   PIC 9(03) VALUE ZEROES.
      *
       01  WS-NOME-CLIENTE        PIC X(30) VALUE SPACES.
       01  WS-TIPO-LIT            PIC X(12) VALUE SPACES.
      *
      * THE INVOICE LINE TEXT EXERC022 PRINTS IN THE CITY COLUMN.
       01  WS-DESCRICAO-COBRANCA.
           05  WS-DC-TIPO         PIC X(19).
           05  WS-DC-DATA         PIC X(10).
           05  FILLER             PIC X(01) VALUE SPACE.
      *
       01  WS-DATA-EDIT-ENTRADA   PIC 9(08) VALUE ZEROES.
       01  WS-DATA-EDIT-ENTRADA-R REDEFINES WS-DATA-EDIT-ENTRADA.
           05  WS-DE-AAAA         PIC 9(04).
           05  WS-DE-MM           PIC 9(02).
           05  WS-DE-DD           PIC 9(02).
       01  WS-DATA-EDIT           PIC X(10).
      *
       01  WS-QTD-COBRADAS        PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SEM-LOCACAO     PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-JA-LANCADAS     PIC 9(05) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-PLACA        PIC X(07).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-DATA         PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-TIPO         PIC X(01).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-VALOR        PIC ZZZ.ZZ9,99.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' PLACA    DATA        TIPO         CLIENTE  N'.
           05  FILLER             PIC X(41) VALUE
               'OME                                 VALOR'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-PLACA        PIC X(07).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DATA         PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-TIPO         PIC X(12).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-VALOR        PIC ZZZ.ZZ9,99.
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
      *
           PERFORM CARREGAR-INCIDENTES
             WITH TEST AFTER
             UNTIL WS-EOF-INC IS EQUAL TO 'Y'.
      *
      * A MISSING RESVFILE MEANS NO BOOKING YET - EVERY INCIDENT
      * GOES TO CBKEXC.
           OPEN INPUT  RESV-FILE.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'RESV-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM CONFRONTAR-RESERVAS
               WITH TEST AFTER
               UNTIL WS-EOF-RESV IS EQUAL TO 'Y'
             CLOSE RESV-FILE
           END-IF.
      *
      * A MISSING ALUGHIST MEANS NOTHING WAS EVER BILLED.
           OPEN INPUT  HISTORY-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'HISTORY-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM CONFRONTAR-HISTORICO
               WITH TEST AFTER
               UNTIL WS-EOF-HIST IS EQUAL TO 'Y'
             CLOSE HISTORY-FILE
           END-IF.
      *
           OPEN EXTEND HISTORY-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE WS-COL-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-INC-COUNT
             PERFORM PROCESSAR-INCIDENTE
           END-PERFORM.
      *
           PERFORM IMPRIMIR-RESUMO.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC072' TO WS-EXL-PROGRAMA.
           MOVE 'CBKEXC'   TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
      *
           OPEN INPUT  INCIDENT-FILE.
           MOVE WS-INC-STATUS   TO WS-FILE-STATUS.
           MOVE 'INCIDENT-FILE' TO WS-FILE-ID.
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
           MOVE 'EXERC072'                      TO RP-HDR-PROGRAM.
           MOVE 'COBRANCA DE AVARIAS E MULTAS'  TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT                 TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                       TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * AN INCIDENT WITH AN UNKNOWN TYPE, NO AMOUNT, OR A BAD OR
      * FUTURE DATE IS REJECTED BEFORE ANY BOOKING IS LOOKED AT.
       CARREGAR-INCIDENTES.
           READ INCIDENT-FILE
             AT END
               MOVE 'Y' TO WS-EOF-INC
           END-READ.
           MOVE WS-INC-STATUS   TO WS-FILE-STATUS.
           MOVE 'INCIDENT-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-INC IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE INC-PLACA TO WS-EX-PLACA
             MOVE INC-DATA  TO WS-EX-DATA
             MOVE INC-TIPO  TO WS-EX-TIPO
             IF INC-VALOR IS NUMERIC
               MOVE INC-VALOR TO WS-EX-VALOR
             ELSE
               MOVE ZEROES    TO WS-EX-VALOR
             END-IF
             MOVE 'F'       TO WS-FUNCAO-DATECHK
             MOVE INC-DATA  TO WS-DATA-VERIFICADA
             CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                  WS-DATA-VERIFICADA
                                  WS-RETORNO-DATECHK
                                  WS-DIA-SEMANA
             END-CALL
             EVALUATE TRUE
               WHEN NOT INC-AVARIA AND NOT INC-MULTA AND
                    NOT INC-COMBUSTIVEL AND NOT INC-LIMPEZA
                 MOVE 'TIPO DE OCORRENCIA INVALIDO' TO WS-EX-LIT
                 PERFORM REJEITAR-INCIDENTE
               WHEN INC-VALOR IS NOT NUMERIC OR
                    INC-VALOR IS EQUAL TO ZEROES
                 MOVE 'VALOR ZERADO OU INVALIDO' TO WS-EX-LIT
                 PERFORM REJEITAR-INCIDENTE
               WHEN WS-RETORNO-DATECHK IS EQUAL TO 04
                 MOVE 'DATA DA OCORRENCIA NO FUTURO' TO WS-EX-LIT
                 PERFORM REJEITAR-INCIDENTE
               WHEN WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
                 MOVE 'DATA DA OCORRENCIA INVALIDA' TO WS-EX-LIT
                 PERFORM REJEITAR-INCIDENTE
               WHEN OTHER
                 PERFORM GUARDAR-INCIDENTE
             END-EVALUATE
           END-IF.
      *
       REJEITAR-INCIDENTE.
           ADD 1 TO WS-QTD-REJEITADAS.
           PERFORM GRAVAR-EXCECAO.
      *
       GUARDAR-INCIDENTE.
           IF WS-INC-COUNT IS NOT LESS THAN 500
             DISPLAY 'EXERC072 - MAIS DE 500 OCORRENCIAS NO INCTRAN'
                     ' - PROCESSAMENTO ABORTADO'
             MOVE 16 TO RETURN-CODE
             PERFORM GRAVAR-RUNLOG
             GOBACK
           END-IF.
           ADD 1 TO WS-INC-COUNT.
           MOVE INC-PLACA TO WS-IT-PLACA(WS-INC-COUNT).
           MOVE INC-DATA  TO WS-IT-DATA(WS-INC-COUNT).
           MOVE INC-TIPO  TO WS-IT-TIPO(WS-INC-COUNT).
           MOVE INC-VALOR TO WS-IT-VALOR(WS-INC-COUNT).
           MOVE ZEROES    TO WS-IT-CLIENTE(WS-INC-COUNT)
                             WS-IT-RETIRADA(WS-INC-COUNT)
                             WS-IT-DEVOLUCAO(WS-INC-COUNT).
           MOVE 'N'       TO WS-IT-DEVOLVIDA(WS-INC-COUNT).
           MOVE SPACES    TO WS-IT-FILIAL-RET(WS-INC-COUNT)
                             WS-IT-FILIAL-DEV(WS-INC-COUNT).
           MOVE 'N'       TO WS-IT-LANCADA(WS-INC-COUNT).
           MOVE WS-INC-COUNT TO WS-I.
           PERFORM MONTAR-DESCRICAO.
           MOVE WS-DESCRICAO-COBRANCA TO WS-IT-DESCRICAO(WS-INC-COUNT).
      *
      * EVERY BOOKING IS SET AGAINST EVERY HELD INCIDENT FOR THE SAME
      * PLACA - THE LATEST PICK-UP ON OR BEFORE THE INCIDENT DATE
      * WINS, AS IN THE EXERC038 RETURN MATCH.
       CONFRONTAR-RESERVAS.
           READ RESV-FILE
             AT END
               MOVE 'Y' TO WS-EOF-RESV
           END-READ.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           MOVE 'RESV-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RESV IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-INC-COUNT
               IF WS-IT-PLACA(WS-I) IS EQUAL TO RES-PLACA AND
                  RES-ATIVA
                 IF RES-DATA-RETIRADA IS NOT GREATER THAN
                    WS-IT-DATA(WS-I) AND
                    RES-DATA-RETIRADA IS NOT LESS THAN
                    WS-IT-RETIRADA(WS-I)
                   MOVE RES-CLIENTE   TO WS-IT-CLIENTE(WS-I)
                   MOVE RES-DATA-RETIRADA
                     TO WS-IT-RETIRADA(WS-I)
                   MOVE RES-DATA-DEVOLUCAO
                     TO WS-IT-DEVOLUCAO(WS-I)
                   MOVE RES-FILIAL-RETIRADA
                     TO WS-IT-FILIAL-RET(WS-I)
                   MOVE RES-FILIAL-DEVOLUCAO
                     TO WS-IT-FILIAL-DEV(WS-I)
                 END-IF
                 IF RES-DATA-DEVOLUCAO IS EQUAL TO WS-IT-DATA(WS-I)
                    AND RES-DATA-RETIRADA IS LESS THAN
                    WS-IT-DATA(WS-I)
                   MOVE 'S' TO WS-IT-DEVOLVIDA(WS-I)
                 END-IF
               END-IF
             END-PERFORM
           END-IF.
      *
      * A CHARGEBACK LINE ALREADY ON ALUGHIST - NO DISTANCE, SAME
      * PLACA AND THE SAME TYPE AND INCIDENT DATE IN ITS TEXT - MARKS
      * THE INCIDENT AS BILLED BY AN EARLIER RUN.
       CONFRONTAR-HISTORICO.
           READ HISTORY-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HIST
           END-READ.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HIST IS NOT EQUAL TO 'Y' AND
              HIST-DISTANCIA IS EQUAL TO ZEROES AND
              HIST-CIDADE(1:9) IS EQUAL TO 'COBRANCA '
             PERFORM VARYING WS-I FROM 1 BY 1
                     UNTIL WS-I > WS-INC-COUNT
               IF WS-IT-PLACA(WS-I) IS EQUAL TO HIST-PLACA AND
                  WS-IT-DESCRICAO(WS-I) IS EQUAL TO HIST-CIDADE
                 MOVE 'S' TO WS-IT-LANCADA(WS-I)
               END-IF
             END-PERFORM
           END-IF.
      *
       PROCESSAR-INCIDENTE.
           MOVE WS-IT-PLACA(WS-I) TO WS-EX-PLACA.
           MOVE WS-IT-DATA(WS-I)  TO WS-EX-DATA.
           MOVE WS-IT-TIPO(WS-I)  TO WS-EX-TIPO.
           MOVE WS-IT-VALOR(WS-I) TO WS-EX-VALOR.
           EVALUATE TRUE
             WHEN WS-IT-LANCADA(WS-I) IS EQUAL TO 'S'
               MOVE 'COBRANCA JA LANCADA NO ALUGHIST' TO WS-EX-LIT
               ADD 1 TO WS-QTD-JA-LANCADAS
               PERFORM GRAVAR-EXCECAO
             WHEN WS-IT-RETIRADA(WS-I) IS EQUAL TO ZEROES OR
                  WS-IT-DEVOLUCAO(WS-I) IS LESS THAN WS-IT-DATA(WS-I)
               MOVE 'SEM LOCACAO DA PLACA NA DATA' TO WS-EX-LIT
               ADD 1 TO WS-QTD-SEM-LOCACAO
               PERFORM GRAVAR-EXCECAO
             WHEN WS-IT-RETIRADA(WS-I) IS EQUAL TO WS-IT-DATA(WS-I)
                  AND WS-IT-DEVOLVIDA(WS-I) IS EQUAL TO 'S'
               MOVE 'TROCA DE LOCATARIO NA DATA - VERIFICAR'
                 TO WS-EX-LIT
               ADD 1 TO WS-QTD-SEM-LOCACAO
               PERFORM GRAVAR-EXCECAO
             WHEN OTHER
               PERFORM GRAVAR-COBRANCA
           END-EVALUATE.
      *
      * THE CHARGEBACK RIDES ON ALUGHIST LIKE A LATE-RETURN
      * ADJUSTMENT: NO DISTANCE, NO KM OR DAILY PART, THE WHOLE
      * AMOUNT IN HIST-CUSTO. A RENTER MISSING FROM CUSTMAST IS STILL
      * BILLED, WITH THE NAME BLANK, AS EXERC038 DOES.
       GRAVAR-COBRANCA.
           PERFORM MONTAR-DESCRICAO.
      *
           MOVE SPACES TO WS-NOME-CLIENTE.
           MOVE WS-IT-CLIENTE(WS-I) TO CUST-NUMERO.
           READ CUSTOMER-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE CUST-NOME TO WS-NOME-CLIENTE
           END-READ.
      *
           MOVE WS-IT-CLIENTE(WS-I)   TO HIST-CLIENTE.
           MOVE WS-NOME-CLIENTE       TO HIST-NOME.
           MOVE WS-DESCRICAO-COBRANCA TO HIST-CIDADE.
           MOVE ZEROES                TO HIST-DISTANCIA.
           MOVE WS-RUN-MM             TO HIST-MES.
           MOVE WS-IT-VALOR(WS-I)     TO HIST-CUSTO.
           MOVE WS-IT-PLACA(WS-I)     TO HIST-PLACA.
           MOVE ZEROES                TO HIST-CUSTO-KM
                                         HIST-CUSTO-DIARIA.
           MOVE WS-RUN-DATE-NUM       TO HIST-DATA-RUN.
           MOVE SPACES                TO HIST-CONTRATO.
           MOVE ZEROES                TO HIST-DESCONTO
                                         HIST-KM-FRANQUIA.
           MOVE WS-IT-FILIAL-RET(WS-I) TO HIST-FILIAL-RETIRADA.
           MOVE WS-IT-FILIAL-DEV(WS-I) TO HIST-FILIAL-DEVOLUCAO.
           WRITE HIST-REC.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE WS-IT-PLACA(WS-I)   TO WS-DT-PLACA.
           MOVE WS-DATA-EDIT        TO WS-DT-DATA.
           MOVE WS-TIPO-LIT         TO WS-DT-TIPO.
           MOVE WS-IT-CLIENTE(WS-I) TO WS-DT-CLIENTE.
           MOVE WS-NOME-CLIENTE     TO WS-DT-NOME.
           MOVE WS-IT-VALOR(WS-I)   TO WS-DT-VALOR.
           MOVE WS-DETAIL-LINE      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           ADD 1                 TO WS-QTD-COBRADAS.
           ADD WS-IT-VALOR(WS-I) TO WS-CONTROL-TOT.
      *
      * THE TYPE LITERAL, THE EDITED INCIDENT DATE AND THE INVOICE
      * LINE TEXT OF INCIDENT WS-I.
       MONTAR-DESCRICAO.
           EVALUATE WS-IT-TIPO(WS-I)
             WHEN 'D'
               MOVE 'AVARIA'      TO WS-TIPO-LIT
             WHEN 'M'
               MOVE 'MULTA'       TO WS-TIPO-LIT
             WHEN 'C'
               MOVE 'COMBUSTIVEL' TO WS-TIPO-LIT
             WHEN OTHER
               MOVE 'LIMPEZA'     TO WS-TIPO-LIT
           END-EVALUATE.
      *
           MOVE WS-IT-DATA(WS-I) TO WS-DATA-EDIT-ENTRADA.
           MOVE WS-DE-DD   TO WS-DATA-EDIT(1:2).
           MOVE '/'        TO WS-DATA-EDIT(3:1).
           MOVE WS-DE-MM   TO WS-DATA-EDIT(4:2).
           MOVE '/'        TO WS-DATA-EDIT(6:1).
           MOVE WS-DE-AAAA TO WS-DATA-EDIT(7:4).
      *
           MOVE SPACES TO WS-DC-TIPO.
           STRING 'COBRANCA ' DELIMITED BY SIZE
                  WS-TIPO-LIT DELIMITED BY SPACE
             INTO WS-DC-TIPO
           END-STRING.
           MOVE WS-DATA-EDIT TO WS-DC-DATA.
      *
       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'COBRANCAS LANCADAS:'       TO WS-SM-LIT.
           MOVE WS-QTD-COBRADAS             TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'SEM LOCACAO IDENTIFICADA:'  TO WS-SM-LIT.
           MOVE WS-QTD-SEM-LOCACAO          TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'OCORRENCIAS REJEITADAS:'    TO WS-SM-LIT.
           MOVE WS-QTD-REJEITADAS           TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'JA LANCADAS NO ALUGHIST:'   TO WS-SM-LIT.
           MOVE WS-QTD-JA-LANCADAS          TO WS-SM-QTD.
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
           MOVE SPACES      TO WS-EXL-CHAVE.
           MOVE WS-EX-PLACA TO WS-EXL-CHAVE(1:7).
           MOVE WS-EX-DATA  TO WS-EXL-CHAVE(9:8).
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
       FINALIZAR.
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE INCIDENT-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE HISTORY-FILE.
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
           MOVE 'EXERC072' TO RLG-PROGRAMA.
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
