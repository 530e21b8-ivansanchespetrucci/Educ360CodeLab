      ******************************************************************
      * FILE NAME   : EXERC079                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : NIGHTLY RESERVATION SETTLEMENT OVER RESVFILE -   *
      *               MARKS THE BOOKINGS THE COUNTER CONFIRMED AS      *
      *               PICKED UP (RETIRFIL), CANCELS THE ONES ON        *
      *               CANCTRAN WITH A FEE BY HOW CLOSE TO THE PICK-UP  *
      *               THE CANCELLATION ARRIVED, AND MARKS EVERY        *
      *               BOOKING WHOSE PICK-UP DATE HAS PASSED WITHOUT A  *
      *               PICK-UP AS A NO-SHOW, WITH THE NO-SHOW FEE. A    *
      *               CANCELLED OR NO-SHOW BOOKING NO LONGER BLOCKS    *
      *               THE VEHICLE. THE FEES GO TO ALUGHIST FOR THE     *
      *               MONTHLY EXERC022 INVOICE, AND THE TRIP EXERC005  *
      *               BILLED AT BOOKING IS TAKEN OFF ALUGHIST. THE     *
      *               COUNTERS MUST SEND RETIRFIL EVERY NIGHT BEFORE   *
      *               THIS STEP - A BOOKING NOT ON IT IS ONLY SAVED    *
      *               FROM THE NO-SHOW SWEEP BY TONIGHT'S DEVFILE      *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - A BOOKING NOBODY COLLECTED SAT  *
      *                ON RESVFILE BLOCKING THE CAR UNTIL SOMEONE      *
      *                DELETED IT BY HAND, AND A CANCELLATION THE DAY  *
      *                BEFORE COST THE CUSTOMER NOTHING. RES-SITUACAO  *
      *                IS UPDATED IN PLACE (REWRITE), SO A RERUN SEES  *
      *                THE BOOKINGS ALREADY SETTLED AND BILLS NOTHING  *
      *                TWICE. THE FEES ARE PARMMAST VALUES WITH THE    *
      *                DEFAULTS BELOW; THEY ARE BILLED IN THE RUN      *
      *                MONTH LIKE THE EXERC072 CHARGEBACKS.            *
      * 2026-10-15 JM  RES-REC AND HIST-REC LAYOUTS KEPT IN STEP WITH  *
      *                EXERC005 - THE FEE LINE CARRIES THE PICKUP AND  *
      *                RETURN BRANCHES OF THE BOOKING.                 *
      * 2026-10-15 JM  A CANCELLED OR NO-SHOW BOOKING WAS STILL BILLED *
      *                THE WHOLE TRIP EXERC005 WROTE AT BOOKING, PLUS  *
      *                THE FEE. ITS ALUGHIST TRIP LINE (AND ONE-WAY    *
      *                DROP FEE LINE) IS NOW ZEROED IN PLACE AND THE   *
      *                ORIGINAL KEPT ON ALUGEST, SO EXERC038 CAN BILL  *
      *                IT AGAIN IF THE CAR COMES BACK FROM A RENTAL    *
      *                NOBODY CONFIRMED. A DEVFILE RETURN OF THE CAR   *
      *                ON OR AFTER THE PICK-UP DATE NOW COUNTS AS A    *
      *                PICK-UP. THE ZEROED TRIP STAYS IN ITS OWN       *
      *                BILLING MONTH (REQ-MES) AND THE FEE GOES TO THE *
      *                RUN MONTH, SO THE TWO MAY FALL ON DIFFERENT     *
      *                EXERC022 INVOICES - NOSHRPT PRINTS THE TRIP'S   *
      *                MONTH AND THE AMOUNT TAKEN OFF NEXT TO THE FEE. *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC079.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PICKUP-FILE    ASSIGN TO RETIRFIL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RTR-STATUS.
      *
           SELECT RETURN-FILE    ASSIGN TO DEVFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-DEV-STATUS.
      *
           SELECT CANCEL-FILE    ASSIGN TO CANCTRAN
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CAN-STATUS.
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
           SELECT REVERSAL-FILE  ASSIGN TO ALUGEST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-EST-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO NOSHRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO NOSHEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER CAR HANDED OVER AT THE COUNTER - THE DATE IS
      * THE DAY THE RENTER ACTUALLY TOOK IT.
       FD  PICKUP-FILE.
       01  RTR-REC.
           05  RTR-PLACA          PIC X(07).
           05  RTR-CLIENTE        PIC 9(06).
           05  RTR-DATA           PIC 9(08).
      *
      * TONIGHT'S RETURNS, SAME FEED EXERC038 PROCESSES NEXT - A CAR
      * BACK ON OR AFTER THE PICK-UP DATE WAS PICKED UP.
       FD  RETURN-FILE.
       01  DEV-REC.
           05  DEV-PLACA          PIC X(07).
           05  DEV-DATA-DEVOLUCAO PIC 9(08).
           05  DEV-KM-FECHAMENTO  PIC 9(07).
           05  DEV-FILIAL         PIC X(03).
      *
      * ONE RECORD PER CANCELLATION - THE BOOKING IS IDENTIFIED BY
      * PLACA, CUSTOMER AND PICK-UP DATE; CAN-DATA-PEDIDO IS THE DAY
      * THE CUSTOMER CANCELLED.
       FD  CANCEL-FILE.
       01  CAN-REC.
           05  CAN-PLACA          PIC X(07).
           05  CAN-CLIENTE        PIC 9(06).
           05  CAN-DATA-RETIRADA  PIC 9(08).
           05  CAN-DATA-PEDIDO    PIC 9(08).
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
      * ONE RECORD PER ALUGHIST LINE ZEROED - THE LINE AS EXERC005
      * WROTE IT, KEYED BY THE BOOKING (PLACA, CUSTOMER, BOOKING
      * RUN DATE) AND THE DAY IT WAS TAKEN OFF, WHICH IS ALSO THE
      * HIST-DATA-RUN OF THE FEE LINE. EXERC038 READS IT BACK.
       FD  REVERSAL-FILE.
       01  EST-REC.
           05  EST-SITUACAO       PIC X(01).
           05  EST-DATA-ESTORNO   PIC 9(08).
           05  EST-PLACA          PIC X(07).
           05  EST-CLIENTE        PIC 9(06).
           05  EST-DATA-RUN       PIC 9(08).
           05  EST-VIAGEM         PIC X(137).
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
       01  WS-RTR-STATUS          PIC X(02) VALUE SPACES.
       01  WS-DEV-STATUS          PIC X(02) VALUE SPACES.
       01  WS-EST-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CAN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RESV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-CUST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
           COPY CPYRUNLG.
           COPY CPYPRMWS.
       01  WS-EOF-RTR             PIC X(01) VALUE 'N'.
       01  WS-EOF-CAN             PIC X(01) VALUE 'N'.
       01  WS-EOF-RESV            PIC X(01) VALUE 'N'.
       01  WS-EOF-DEV             PIC X(01) VALUE 'N'.
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
      * THE FEES AND THE FREE-CANCELLATION NOTICE. PARMMAST OVERRIDES
      * EACH ONE (TYPE 'N', AMOUNTS AS 8 DIGITS WITH 2 DECIMALS); A
      * MISSING PARAMETER KEEPS THE VALUE BELOW. A CANCELLATION
      * ARRIVING WS-PRAZO-LIVRE DAYS OR MORE BEFORE THE PICK-UP IS
      * FREE, ONE ARRIVING LATER BUT BEFORE THE PICK-UP DAY PAYS THE
      * EVE FEE, AND ONE ON OR AFTER THE PICK-UP DAY PAYS THE
      * SAME-DAY FEE.
       01  WS-TAXA-NO-SHOW        PIC 9(06)V9(02) VALUE 150,00.
       01  WS-TAXA-CANC-DIA       PIC 9(06)V9(02) VALUE 100,00.
       01  WS-TAXA-CANC-VESPERA   PIC 9(06)V9(02) VALUE 50,00.
       01  WS-PRAZO-LIVRE         PIC 9(03) VALUE 2.
       01  WS-VALOR-PARM          PIC X(08) VALUE ZEROES.
       01  WS-VALOR-PARM-N REDEFINES WS-VALOR-PARM
                                  PIC 9(06)V9(02).
      *
      * THE DAY'S PICK-UP CONFIRMATIONS AND CANCELLATIONS, HELD WHILE
      * RESVFILE IS READ ONCE. THE SITUACAO BYTE IS SPACE UNTIL A
      * BOOKING IS FOUND, 'S' WHEN THE TRANSACTION WAS APPLIED, OR
      * THE RES-SITUACAO OF THE BOOKING THAT HAD ALREADY BEEN SETTLED.
       01  WS-RTR-TAB.
           05  WS-RTR-LINHA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-RTR-COUNT.
               10  WS-RT-PLACA      PIC X(07).
               10  WS-RT-CLIENTE    PIC 9(06).
               10  WS-RT-DATA       PIC 9(08).
               10  WS-RT-SITUACAO   PIC X(01).
       01  WS-RTR-COUNT           PIC 9(03) VALUE ZEROES.
      *
       01  WS-CAN-TAB.
           05  WS-CAN-LINHA       OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-CAN-COUNT.
               10  WS-CT-PLACA      PIC X(07).
               10  WS-CT-CLIENTE    PIC 9(06).
               10  WS-CT-RETIRADA   PIC 9(08).
               10  WS-CT-PEDIDO     PIC 9(08).
               10  WS-CT-SITUACAO   PIC X(01).
       01  WS-CAN-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-I                   PIC 9(03) VALUE ZEROES.
      *
      * TONIGHT'S RETURNS - PLACA AND DATE ONLY. THE SITUACAO BYTE IS
      * 'S' ONCE A RETURN HAS SAVED A BOOKING FROM THE SWEEP.
       01  WS-DEV-TAB.
           05  WS-DEV-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-DEV-COUNT.
               10  WS-DV-PLACA      PIC X(07).
               10  WS-DV-DATA       PIC 9(08).
               10  WS-DV-SITUACAO   PIC X(01).
       01  WS-DEV-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-D                   PIC 9(04) VALUE ZEROES.
       01  WS-DEV-ACHADA          PIC X(01) VALUE 'N'.
      *
      * THE BOOKINGS CANCELLED OR MARKED AS NO-SHOW TONIGHT. THEIR
      * FEES ARE ONLY WRITTEN AFTER THE ALUGHIST PASS THAT ZEROES
      * THEIR TRIPS, SO THE PASS NEVER MEETS A FEE LINE. A FULL
      * TABLE LEAVES THE REMAINING BOOKINGS FOR THE NEXT NIGHT.
       01  WS-BXA-TAB.
           05  WS-BXA-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-BXA-COUNT.
               10  WS-BX-PLACA      PIC X(07).
               10  WS-BX-CLIENTE    PIC 9(06).
               10  WS-BX-RETIRADA   PIC 9(08).
               10  WS-BX-DATA-RUN   PIC 9(08).
               10  WS-BX-TIPO       PIC X(01).
                   88  WS-BX-CANCELADA VALUE 'C'.
                   88  WS-BX-NO-SHOW   VALUE 'N'.
               10  WS-BX-TAXA       PIC 9(06)V9(02).
               10  WS-BX-FILIAL-RET PIC X(03).
               10  WS-BX-FILIAL-DEV PIC X(03).
               10  WS-BX-VIAGEM     PIC X(01).
               10  WS-BX-ONE-WAY    PIC X(01).
               10  WS-BX-MES-VIAGEM PIC 9(02).
               10  WS-BX-ESTORNO    PIC 9(06)V9(02).
       01  WS-BXA-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-BXA-MAXIMO          PIC 9(04) VALUE 2000.
       01  WS-B                   PIC 9(04) VALUE ZEROES.
       01  WS-LINHA-ESTORNADA     PIC X(01) VALUE 'N'.
      *
       01  WS-RESERVA-ALTERADA    PIC X(01) VALUE 'N'.
       01  WS-SITUACAO-PENDENTE   PIC X(01) VALUE SPACE.
           88  WS-PEND-RETIRADA   VALUE 'R'.
           88  WS-PEND-NO-SHOW    VALUE 'N'.
           88  WS-PEND-CANCELADA  VALUE 'C'.
           88  WS-PEND-LIMITE     VALUE 'L'.
       01  WS-DIAS-ANTECEDENCIA   PIC S9(05) VALUE ZEROES.
       01  WS-VALOR-TAXA          PIC 9(06)V9(02) VALUE ZEROES.
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
       01  WS-QTD-RETIRADAS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-CANCELADAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-CANC-SEM-TAXA   PIC 9(05) VALUE ZEROES.
       01  WS-QTD-NO-SHOW         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-RETIRADAS-DEV   PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ADIADAS         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ESTORNADAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SEM-VIAGEM      PIC 9(05) VALUE ZEROES.
       01  WS-TOT-ESTORNADO       PIC 9(10)V9(02) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-ORIGEM       PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-PLACA        PIC X(07).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-CLIENTE      PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-EX-DATA         PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' PLACA    RETIRADA    OCORRENCIA   CLIENTE  N'.
           05  FILLER             PIC X(41) VALUE
               'OME                                  TAXA'.
           05  FILLER             PIC X(20) VALUE
               '   MES     ESTORNADO'.
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
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-MES-VIAGEM   PIC X(02).
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-DT-ESTORNO      PIC ZZZ.ZZ9,99.
      *
       01  WS-SUM-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SM-LIT          PIC X(30).
           05  WS-SM-QTD          PIC ZZ.ZZ9.
      *
       01  WS-SUM-VALOR-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SV-LIT          PIC X(30).
           05  WS-SV-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
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
           PERFORM CARREGAR-RETIRADAS
             WITH TEST AFTER
             UNTIL WS-EOF-RTR IS EQUAL TO 'Y'.
           PERFORM CARREGAR-CANCELAMENTOS
             WITH TEST AFTER
             UNTIL WS-EOF-CAN IS EQUAL TO 'Y'.
           PERFORM CARREGAR-DEVOLUCOES
             WITH TEST AFTER
             UNTIL WS-EOF-DEV IS EQUAL TO 'Y'.
      *
           MOVE WS-COL-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A MISSING RESVFILE MEANS NO BOOKING YET - EVERY TRANSACTION
      * GOES TO NOSHEXC.
           OPEN I-O    RESV-FILE.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'RESV-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LIQUIDAR-RESERVA
               WITH TEST AFTER
               UNTIL WS-EOF-RESV IS EQUAL TO 'Y'
             CLOSE RESV-FILE
           END-IF.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RTR-COUNT
             PERFORM VERIFICAR-RETIRADA-PENDENTE
           END-PERFORM.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CAN-COUNT
             PERFORM VERIFICAR-CANCELAMENTO-PENDENTE
           END-PERFORM.
      *
      * THE TRIPS COME OFF ALUGHIST BEFORE THE FEES GO ON IT.
           IF WS-BXA-COUNT IS GREATER THAN ZEROES
             PERFORM ESTORNAR-VIAGENS
             PERFORM LANCAR-TAXAS
           END-IF.
      *
           PERFORM IMPRIMIR-RESUMO.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC079' TO WS-EXL-PROGRAMA.
           MOVE 'NOSHEXC'  TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
      *
           OPEN INPUT  PICKUP-FILE.
           MOVE WS-RTR-STATUS   TO WS-FILE-STATUS.
           MOVE 'PICKUP-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  CANCEL-FILE.
           MOVE WS-CAN-STATUS   TO WS-FILE-STATUS.
           MOVE 'CANCEL-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  RETURN-FILE.
           MOVE WS-DEV-STATUS   TO WS-FILE-STATUS.
           MOVE 'RETURN-FILE'   TO WS-FILE-ID.
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
           MOVE 'EXERC079'                      TO RP-HDR-PROGRAM.
           MOVE 'NO-SHOW E CANCELAMENTO DE RESERVAS'
                                                 TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT                 TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                       TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       CARREGAR-PARAMETROS.
           MOVE 'EXERC079'     TO WS-PRM-PROGRAMA.
           MOVE 'TAXA-NOSHOW ' TO WS-PRM-NOME.
           PERFORM BUSCAR-VALOR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             MOVE WS-VALOR-PARM-N TO WS-TAXA-NO-SHOW
           END-IF.
      *
           MOVE 'TAXA-CANC-0D' TO WS-PRM-NOME.
           PERFORM BUSCAR-VALOR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             MOVE WS-VALOR-PARM-N TO WS-TAXA-CANC-DIA
           END-IF.
      *
           MOVE 'TAXA-CANC-1D' TO WS-PRM-NOME.
           PERFORM BUSCAR-VALOR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             MOVE WS-VALOR-PARM-N TO WS-TAXA-CANC-VESPERA
           END-IF.
      *
           MOVE 'PRAZO-CANCEL' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               IF WS-PRM-VALOR(1:3) IS GREATER THAN '000'
                 MOVE WS-PRM-VALOR(1:3) TO WS-PRAZO-LIVRE
               END-IF
             END-IF
           END-IF.
      *
      * AN AMOUNT THAT IS NOT A NUMERIC TYPE 'N' VALUE IS TREATED AS
      * NO PARAMETER AT ALL, SO THE DEFAULT STANDS.
       BUSCAR-VALOR-PARAMETRO.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:8) IS NUMERIC
               MOVE WS-PRM-VALOR(1:8) TO WS-VALOR-PARM
             ELSE
               MOVE 04 TO WS-PRM-RETORNO
             END-IF
           END-IF.
      *
      * A CONFIRMATION WITH A BAD OR FUTURE DATE IS REJECTED BEFORE
      * ANY BOOKING IS LOOKED AT.
       CARREGAR-RETIRADAS.
           READ PICKUP-FILE
             AT END
               MOVE 'Y' TO WS-EOF-RTR
           END-READ.
           MOVE WS-RTR-STATUS   TO WS-FILE-STATUS.
           MOVE 'PICKUP-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RTR IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE 'RETIRFIL'  TO WS-EX-ORIGEM
             MOVE RTR-PLACA   TO WS-EX-PLACA
             MOVE RTR-CLIENTE TO WS-EX-CLIENTE
             MOVE RTR-DATA    TO WS-EX-DATA
             MOVE 'F'         TO WS-FUNCAO-DATECHK
             MOVE RTR-DATA    TO WS-DATA-VERIFICADA
             CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                  WS-DATA-VERIFICADA
                                  WS-RETORNO-DATECHK
                                  WS-DIA-SEMANA
             END-CALL
             EVALUATE TRUE
               WHEN WS-RETORNO-DATECHK IS EQUAL TO 04
                 MOVE 'DATA DA RETIRADA NO FUTURO' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
                 MOVE 'DATA DA RETIRADA INVALIDA' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN OTHER
                 PERFORM GUARDAR-RETIRADA
             END-EVALUATE
           END-IF.
      *
       GUARDAR-RETIRADA.
           IF WS-RTR-COUNT IS NOT LESS THAN 500
             DISPLAY 'EXERC079 - MAIS DE 500 RETIRADAS NO RETIRFIL'
                     ' - PROCESSAMENTO ABORTADO'
             MOVE 16 TO RETURN-CODE
             PERFORM GRAVAR-RUNLOG
             GOBACK
           END-IF.
           ADD 1 TO WS-RTR-COUNT.
           MOVE RTR-PLACA   TO WS-RT-PLACA(WS-RTR-COUNT).
           MOVE RTR-CLIENTE TO WS-RT-CLIENTE(WS-RTR-COUNT).
           MOVE RTR-DATA    TO WS-RT-DATA(WS-RTR-COUNT).
           MOVE SPACE       TO WS-RT-SITUACAO(WS-RTR-COUNT).
      *
      * THE CANCELLATION DATE MUST BE A REAL DAY NOT AFTER TODAY - IT
      * DECIDES THE FEE.
       CARREGAR-CANCELAMENTOS.
           READ CANCEL-FILE
             AT END
               MOVE 'Y' TO WS-EOF-CAN
           END-READ.
           MOVE WS-CAN-STATUS   TO WS-FILE-STATUS.
           MOVE 'CANCEL-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-CAN IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE 'CANCTRAN'        TO WS-EX-ORIGEM
             MOVE CAN-PLACA         TO WS-EX-PLACA
             MOVE CAN-CLIENTE       TO WS-EX-CLIENTE
             MOVE CAN-DATA-RETIRADA TO WS-EX-DATA
             MOVE 'F'               TO WS-FUNCAO-DATECHK
             MOVE CAN-DATA-PEDIDO   TO WS-DATA-VERIFICADA
             CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                  WS-DATA-VERIFICADA
                                  WS-RETORNO-DATECHK
                                  WS-DIA-SEMANA
             END-CALL
             EVALUATE TRUE
               WHEN WS-RETORNO-DATECHK IS EQUAL TO 04
                 MOVE 'DATA DO CANCELAMENTO NO FUTURO' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
                 MOVE 'DATA DO CANCELAMENTO INVALIDA' TO WS-EX-LIT
                 PERFORM REJEITAR-TRANSACAO
               WHEN OTHER
                 PERFORM GUARDAR-CANCELAMENTO
             END-EVALUATE
           END-IF.
      *
       GUARDAR-CANCELAMENTO.
           IF WS-CAN-COUNT IS NOT LESS THAN 500
             DISPLAY 'EXERC079 - MAIS DE 500 CANCELAMENTOS NO '
                     'CANCTRAN - PROCESSAMENTO ABORTADO'
             MOVE 16 TO RETURN-CODE
             PERFORM GRAVAR-RUNLOG
             GOBACK
           END-IF.
           ADD 1 TO WS-CAN-COUNT.
           MOVE CAN-PLACA         TO WS-CT-PLACA(WS-CAN-COUNT).
           MOVE CAN-CLIENTE       TO WS-CT-CLIENTE(WS-CAN-COUNT).
           MOVE CAN-DATA-RETIRADA TO WS-CT-RETIRADA(WS-CAN-COUNT).
           MOVE CAN-DATA-PEDIDO   TO WS-CT-PEDIDO(WS-CAN-COUNT).
           MOVE SPACE             TO WS-CT-SITUACAO(WS-CAN-COUNT).
      *
      * TONIGHT'S RETURNS ARE ONLY HELD AS PICK-UP EVIDENCE FOR THE
      * NO-SHOW SWEEP - EXERC038 PROCESSES THEM IN ITS OWN STEP.
       CARREGAR-DEVOLUCOES.
           READ RETURN-FILE
             AT END
               MOVE 'Y' TO WS-EOF-DEV
           END-READ.
           MOVE WS-DEV-STATUS   TO WS-FILE-STATUS.
           MOVE 'RETURN-FILE'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-DEV IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF WS-DEV-COUNT IS NOT LESS THAN 2000
               DISPLAY 'EXERC079 - MAIS DE 2000 DEVOLUCOES NO '
                       'DEVFILE - PROCESSAMENTO ABORTADO'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVAR-RUNLOG
               GOBACK
             END-IF
             ADD 1 TO WS-DEV-COUNT
             MOVE DEV-PLACA          TO WS-DV-PLACA(WS-DEV-COUNT)
             MOVE DEV-DATA-DEVOLUCAO TO WS-DV-DATA(WS-DEV-COUNT)
             MOVE SPACE              TO WS-DV-SITUACAO(WS-DEV-COUNT)
           END-IF.
      *
       REJEITAR-TRANSACAO.
           ADD 1 TO WS-QTD-REJEITADAS.
           PERFORM GRAVAR-EXCECAO.
      *
      * EACH BOOKING IS SETTLED IN A FIXED ORDER: A PICK-UP
      * CONFIRMATION FIRST, THEN A CANCELLATION, THEN THE NO-SHOW
      * SWEEP FOR A PICK-UP DATE BEFORE TODAY. ONLY A BOOKING STILL
      * RESERVED CAN CHANGE; THE RECORD IS REWRITTEN WHEN IT DID.
       LIQUIDAR-RESERVA.
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
             MOVE 'N' TO WS-RESERVA-ALTERADA
             PERFORM CONFRONTAR-RETIRADAS
             PERFORM CONFRONTAR-CANCELAMENTOS
             IF RES-RESERVADA AND
                RES-DATA-RETIRADA IS LESS THAN WS-RUN-DATE-NUM
               PERFORM VARRER-NO-SHOW
             END-IF
             IF WS-RESERVA-ALTERADA IS EQUAL TO 'S'
               REWRITE RES-REC
               MOVE WS-RESV-STATUS TO WS-FILE-STATUS
               MOVE 'RESV-FILE'    TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             END-IF
           END-IF.
      *
      * A CONFIRMATION BELONGS TO THE CUSTOMER'S BOOKING OF THE SAME
      * PLACA WHOSE PERIOD HOLDS THE PICK-UP DATE. ONE THAT FINDS
      * ONLY A BOOKING ALREADY SETTLED KEEPS THAT BOOKING'S SITUACAO
      * FOR THE EXCEPTION, UNLESS A LATER BOOKING TAKES IT.
       CONFRONTAR-RETIRADAS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-RTR-COUNT
             IF WS-RT-SITUACAO(WS-I) IS NOT EQUAL TO 'S' AND
                WS-RT-PLACA(WS-I) IS EQUAL TO RES-PLACA AND
                WS-RT-CLIENTE(WS-I) IS EQUAL TO RES-CLIENTE AND
                WS-RT-DATA(WS-I) IS NOT LESS THAN
                  RES-DATA-RETIRADA AND
                WS-RT-DATA(WS-I) IS NOT GREATER THAN
                  RES-DATA-DEVOLUCAO
               IF RES-RESERVADA
                 MOVE 'R'              TO RES-SITUACAO
                 MOVE WS-RT-DATA(WS-I) TO RES-DATA-SITUACAO
                 MOVE 'S'              TO WS-RT-SITUACAO(WS-I)
                 MOVE 'S'              TO WS-RESERVA-ALTERADA
                 ADD 1 TO WS-QTD-RETIRADAS
               ELSE
                 MOVE RES-SITUACAO     TO WS-RT-SITUACAO(WS-I)
               END-IF
             END-IF
           END-PERFORM.
      *
       CONFRONTAR-CANCELAMENTOS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-CAN-COUNT
             IF WS-CT-SITUACAO(WS-I) IS NOT EQUAL TO 'S' AND
                WS-CT-PLACA(WS-I) IS EQUAL TO RES-PLACA AND
                WS-CT-CLIENTE(WS-I) IS EQUAL TO RES-CLIENTE AND
                WS-CT-RETIRADA(WS-I) IS EQUAL TO RES-DATA-RETIRADA
               IF RES-RESERVADA
                 IF WS-BXA-COUNT IS LESS THAN WS-BXA-MAXIMO
                   PERFORM CANCELAR-RESERVA
                 ELSE
                   MOVE 'L'            TO WS-CT-SITUACAO(WS-I)
                 END-IF
               ELSE
                 MOVE RES-SITUACAO     TO WS-CT-SITUACAO(WS-I)
               END-IF
             END-IF
           END-PERFORM.
      *
      * THE NOTICE IS COUNTED IN CALENDAR DAYS FROM THE CANCELLATION
      * TO THE PICK-UP. BOTH DATES ARE ALREADY VALID - EXERC005
      * CHECKED THE BOOKING, CARREGAR-CANCELAMENTOS THE REQUEST.
       CANCELAR-RESERVA.
           COMPUTE WS-DIAS-ANTECEDENCIA =
                   FUNCTION INTEGER-OF-DATE(RES-DATA-RETIRADA)
                 - FUNCTION INTEGER-OF-DATE(WS-CT-PEDIDO(WS-I)).
           EVALUATE TRUE
             WHEN WS-DIAS-ANTECEDENCIA IS NOT LESS THAN WS-PRAZO-LIVRE
               MOVE ZEROES               TO WS-VALOR-TAXA
             WHEN WS-DIAS-ANTECEDENCIA IS GREATER THAN ZEROES
               MOVE WS-TAXA-CANC-VESPERA TO WS-VALOR-TAXA
             WHEN OTHER
               MOVE WS-TAXA-CANC-DIA     TO WS-VALOR-TAXA
           END-EVALUATE.
      *
           MOVE 'C'                TO RES-SITUACAO.
           MOVE WS-CT-PEDIDO(WS-I) TO RES-DATA-SITUACAO.
           MOVE 'S'                TO WS-CT-SITUACAO(WS-I).
           MOVE 'S'                TO WS-RESERVA-ALTERADA.
           ADD 1 TO WS-QTD-CANCELADAS.
           IF WS-VALOR-TAXA IS EQUAL TO ZEROES
             ADD 1 TO WS-QTD-CANC-SEM-TAXA
           END-IF.
           PERFORM REGISTRAR-BAIXA.
      *
      * A BOOKING STILL RESERVED AFTER ITS PICK-UP DATE IS A NO-SHOW,
      * UNLESS TONIGHT'S DEVFILE BRINGS THE CAR BACK ON OR AFTER THAT
      * DATE - THEN IT WENT OUT WITHOUT A RETIRFIL CONFIRMATION AND
      * IS TAKEN AS PICKED UP ON THE BOOKED DATE. WITH THE TABLE OF
      * TONIGHT'S SETTLEMENTS FULL THE BOOKING WAITS FOR THE NEXT RUN.
       VARRER-NO-SHOW.
           PERFORM CONFRONTAR-DEVOLUCOES.
           IF WS-DEV-ACHADA IS EQUAL TO 'S'
             MOVE 'R'               TO RES-SITUACAO
             MOVE RES-DATA-RETIRADA TO RES-DATA-SITUACAO
             MOVE 'S'               TO WS-RESERVA-ALTERADA
             ADD 1 TO WS-QTD-RETIRADAS-DEV
           ELSE
             IF WS-BXA-COUNT IS LESS THAN WS-BXA-MAXIMO
               PERFORM MARCAR-NO-SHOW
             ELSE
               ADD 1 TO WS-QTD-ADIADAS
             END-IF
           END-IF.
      *
      * ONE RETURN SAVES ONE BOOKING ONLY.
       CONFRONTAR-DEVOLUCOES.
           MOVE 'N' TO WS-DEV-ACHADA.
           PERFORM VARYING WS-D FROM 1 BY 1
                   UNTIL WS-D > WS-DEV-COUNT
             IF WS-DV-SITUACAO(WS-D) IS NOT EQUAL TO 'S' AND
                WS-DV-PLACA(WS-D) IS EQUAL TO RES-PLACA AND
                WS-DV-DATA(WS-D) IS NOT LESS THAN RES-DATA-RETIRADA
               MOVE 'S'          TO WS-DV-SITUACAO(WS-D)
               MOVE 'S'          TO WS-DEV-ACHADA
               MOVE WS-DEV-COUNT TO WS-D
             END-IF
           END-PERFORM.
      *
       MARCAR-NO-SHOW.
           MOVE 'N'               TO RES-SITUACAO.
           MOVE WS-RUN-DATE-NUM   TO RES-DATA-SITUACAO.
           MOVE 'S'               TO WS-RESERVA-ALTERADA.
           MOVE WS-TAXA-NO-SHOW   TO WS-VALOR-TAXA.
           ADD 1 TO WS-QTD-NO-SHOW.
           PERFORM REGISTRAR-BAIXA.
      *
       REGISTRAR-BAIXA.
           ADD 1 TO WS-BXA-COUNT.
           MOVE RES-PLACA            TO WS-BX-PLACA(WS-BXA-COUNT).
           MOVE RES-CLIENTE          TO WS-BX-CLIENTE(WS-BXA-COUNT).
           MOVE RES-DATA-RETIRADA    TO WS-BX-RETIRADA(WS-BXA-COUNT).
           MOVE RES-DATA-RUN         TO WS-BX-DATA-RUN(WS-BXA-COUNT).
           MOVE RES-SITUACAO         TO WS-BX-TIPO(WS-BXA-COUNT).
           MOVE WS-VALOR-TAXA        TO WS-BX-TAXA(WS-BXA-COUNT).
           MOVE RES-FILIAL-RETIRADA  TO WS-BX-FILIAL-RET(WS-BXA-COUNT).
           MOVE RES-FILIAL-DEVOLUCAO TO WS-BX-FILIAL-DEV(WS-BXA-COUNT).
           MOVE 'N'                  TO WS-BX-VIAGEM(WS-BXA-COUNT)
                                        WS-BX-ONE-WAY(WS-BXA-COUNT).
           MOVE ZEROES               TO WS-BX-MES-VIAGEM(WS-BXA-COUNT)
                                        WS-BX-ESTORNO(WS-BXA-COUNT).
      *
      * ONE PASS OVER ALUGHIST. THE TRIP LINE EXERC005 WROTE FOR A
      * BOOKING SETTLED TONIGHT - SAME CUSTOMER, PLACA AND RUN DATE,
      * A DISTANCE - AND ITS ONE-WAY DROP FEE LINE ARE COPIED TO
      * ALUGEST AND ZEROED IN PLACE, SO NO INVOICE, REVENUE OR
      * EXPOSURE FIGURE COUNTS THEM ANY MORE. THE ZEROED LINE STAYS
      * IN ITS BILLING MONTH, NAMED AFTER THE SETTLEMENT. A BOOKING
      * WHOSE TRIP IS NOT FOUND GOES TO NOSHEXC.
       ESTORNAR-VIAGENS.
           OPEN I-O    HISTORY-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN EXTEND REVERSAL-FILE.
           MOVE WS-EST-STATUS   TO WS-FILE-STATUS.
           MOVE 'REVERSAL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM LER-HISTORICO
             WITH TEST AFTER
             UNTIL WS-EOF-HIST IS EQUAL TO 'Y'.
      *
           CLOSE HISTORY-FILE.
           CLOSE REVERSAL-FILE.
      *
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BXA-COUNT
             IF WS-BX-VIAGEM(WS-B) IS NOT EQUAL TO 'S'
               ADD 1 TO WS-QTD-SEM-VIAGEM
               MOVE 'ALUGHIST'          TO WS-EX-ORIGEM
               MOVE WS-BX-PLACA(WS-B)    TO WS-EX-PLACA
               MOVE WS-BX-CLIENTE(WS-B)  TO WS-EX-CLIENTE
               MOVE WS-BX-RETIRADA(WS-B) TO WS-EX-DATA
               MOVE 'VIAGEM DA RESERVA NAO ACHADA NO ALUGHIST'
                 TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             END-IF
           END-PERFORM.
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
             MOVE 'N' TO WS-LINHA-ESTORNADA
             IF HIST-DISTANCIA IS GREATER THAN ZEROES OR
                HIST-CIDADE(1:13) IS EQUAL TO 'TAXA ONE-WAY '
               PERFORM VARYING WS-B FROM 1 BY 1
                       UNTIL WS-B > WS-BXA-COUNT
                 IF WS-LINHA-ESTORNADA IS EQUAL TO 'N' AND
                    HIST-CLIENTE IS EQUAL TO WS-BX-CLIENTE(WS-B) AND
                    HIST-PLACA IS EQUAL TO WS-BX-PLACA(WS-B) AND
                    HIST-DATA-RUN IS EQUAL TO WS-BX-DATA-RUN(WS-B)
                   EVALUATE TRUE
                     WHEN HIST-DISTANCIA IS GREATER THAN ZEROES AND
                          WS-BX-VIAGEM(WS-B) IS EQUAL TO 'N'
                       MOVE 'S'      TO WS-BX-VIAGEM(WS-B)
                       MOVE HIST-MES TO WS-BX-MES-VIAGEM(WS-B)
                       PERFORM ESTORNAR-LINHA
                     WHEN HIST-DISTANCIA IS EQUAL TO ZEROES AND
                          WS-BX-ONE-WAY(WS-B) IS EQUAL TO 'N'
                       MOVE 'S'      TO WS-BX-ONE-WAY(WS-B)
                       PERFORM ESTORNAR-LINHA
                   END-EVALUATE
                 END-IF
               END-PERFORM
             END-IF
           END-IF.
      *
       ESTORNAR-LINHA.
           MOVE WS-BX-TIPO(WS-B) TO EST-SITUACAO.
           MOVE WS-RUN-DATE-NUM  TO EST-DATA-ESTORNO.
           MOVE HIST-PLACA       TO EST-PLACA.
           MOVE HIST-CLIENTE     TO EST-CLIENTE.
           MOVE HIST-DATA-RUN    TO EST-DATA-RUN.
           MOVE HIST-REC         TO EST-VIAGEM.
           WRITE EST-REC.
           MOVE WS-EST-STATUS   TO WS-FILE-STATUS.
           MOVE 'REVERSAL-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           ADD HIST-CUSTO TO WS-BX-ESTORNO(WS-B).
           ADD HIST-CUSTO TO WS-TOT-ESTORNADO.
           ADD 1 TO WS-QTD-ESTORNADAS.
      *
           MOVE WS-BX-RETIRADA(WS-B) TO WS-DATA-EDIT-ENTRADA.
           PERFORM EDITAR-DATA.
           IF WS-BX-CANCELADA(WS-B)
             MOVE 'ESTORNO CANCELAM.' TO WS-DC-TIPO
           ELSE
             MOVE 'ESTORNO NO-SHOW'   TO WS-DC-TIPO
           END-IF.
           MOVE WS-DATA-EDIT          TO WS-DC-DATA.
           MOVE WS-DESCRICAO-COBRANCA TO HIST-CIDADE.
           MOVE ZEROES                TO HIST-DISTANCIA
                                         HIST-CUSTO
                                         HIST-CUSTO-KM
                                         HIST-CUSTO-DIARIA
                                         HIST-DESCONTO
                                         HIST-KM-FRANQUIA.
           REWRITE HIST-REC.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           MOVE 'S' TO WS-LINHA-ESTORNADA.
      *
       LANCAR-TAXAS.
           OPEN EXTEND HISTORY-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-B FROM 1 BY 1
                   UNTIL WS-B > WS-BXA-COUNT
             PERFORM LANCAR-TAXA
           END-PERFORM.
      *
           CLOSE HISTORY-FILE.
      *
      * THE FEE RIDES ON ALUGHIST LIKE AN EXERC072 CHARGEBACK: NO
      * DISTANCE, NO KM OR DAILY PART, THE WHOLE AMOUNT IN HIST-CUSTO,
      * THE INVOICE LINE DATED WITH THE BOOKED PICK-UP. A FREE
      * CANCELLATION IS ONLY LISTED. A CUSTOMER MISSING FROM CUSTMAST
      * IS STILL BILLED, WITH THE NAME BLANK. THE REPORT LINE ALSO
      * CARRIES THE BILLING MONTH OF THE TRIP TAKEN OFF AND ITS
      * AMOUNT, SINCE THE TWO MAY BE ON DIFFERENT INVOICES.
       LANCAR-TAXA.
           MOVE WS-BX-TAXA(WS-B) TO WS-VALOR-TAXA.
           IF WS-BX-CANCELADA(WS-B)
             MOVE 'CANCELAMENTO'       TO WS-TIPO-LIT
             MOVE 'COBRANCA CANCELAM.' TO WS-DC-TIPO
           ELSE
             MOVE 'NO-SHOW'            TO WS-TIPO-LIT
             MOVE 'COBRANCA NO-SHOW'   TO WS-DC-TIPO
           END-IF.
           MOVE WS-BX-RETIRADA(WS-B) TO WS-DATA-EDIT-ENTRADA.
           PERFORM EDITAR-DATA.
      *
           MOVE SPACES TO WS-NOME-CLIENTE.
           MOVE WS-BX-CLIENTE(WS-B) TO CUST-NUMERO.
           READ CUSTOMER-MASTER
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE CUST-NOME TO WS-NOME-CLIENTE
           END-READ.
      *
           IF WS-VALOR-TAXA IS GREATER THAN ZEROES
             MOVE WS-DATA-EDIT          TO WS-DC-DATA
             MOVE WS-BX-CLIENTE(WS-B)   TO HIST-CLIENTE
             MOVE WS-NOME-CLIENTE       TO HIST-NOME
             MOVE WS-DESCRICAO-COBRANCA TO HIST-CIDADE
             MOVE ZEROES                TO HIST-DISTANCIA
             MOVE WS-RUN-MM             TO HIST-MES
             MOVE WS-VALOR-TAXA         TO HIST-CUSTO
             MOVE WS-BX-PLACA(WS-B)     TO HIST-PLACA
             MOVE ZEROES                TO HIST-CUSTO-KM
                                           HIST-CUSTO-DIARIA
             MOVE WS-RUN-DATE-NUM       TO HIST-DATA-RUN
             MOVE SPACES                TO HIST-CONTRATO
             MOVE ZEROES                TO HIST-DESCONTO
                                           HIST-KM-FRANQUIA
             MOVE WS-BX-FILIAL-RET(WS-B) TO HIST-FILIAL-RETIRADA
             MOVE WS-BX-FILIAL-DEV(WS-B) TO HIST-FILIAL-DEVOLUCAO
             WRITE HIST-REC
             MOVE WS-HIST-STATUS TO WS-FILE-STATUS
             MOVE 'HISTORY-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             ADD WS-VALOR-TAXA TO WS-CONTROL-TOT
           END-IF.
      *
           MOVE WS-BX-PLACA(WS-B)   TO WS-DT-PLACA.
           MOVE WS-DATA-EDIT        TO WS-DT-DATA.
           MOVE WS-TIPO-LIT         TO WS-DT-TIPO.
           MOVE WS-BX-CLIENTE(WS-B) TO WS-DT-CLIENTE.
           MOVE WS-NOME-CLIENTE     TO WS-DT-NOME.
           MOVE WS-VALOR-TAXA       TO WS-DT-VALOR.
           IF WS-BX-VIAGEM(WS-B) IS EQUAL TO 'S'
             MOVE WS-BX-MES-VIAGEM(WS-B) TO WS-DT-MES-VIAGEM
           ELSE
             MOVE SPACES                 TO WS-DT-MES-VIAGEM
           END-IF.
           MOVE WS-BX-ESTORNO(WS-B) TO WS-DT-ESTORNO.
           MOVE WS-DETAIL-LINE      TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       EDITAR-DATA.
           MOVE WS-DE-DD   TO WS-DATA-EDIT(1:2).
           MOVE '/'        TO WS-DATA-EDIT(3:1).
           MOVE WS-DE-MM   TO WS-DATA-EDIT(4:2).
           MOVE '/'        TO WS-DATA-EDIT(6:1).
           MOVE WS-DE-AAAA TO WS-DATA-EDIT(7:4).
      *
       VERIFICAR-RETIRADA-PENDENTE.
           IF WS-RT-SITUACAO(WS-I) IS NOT EQUAL TO 'S'
             MOVE 'RETIRFIL'           TO WS-EX-ORIGEM
             MOVE WS-RT-PLACA(WS-I)    TO WS-EX-PLACA
             MOVE WS-RT-CLIENTE(WS-I)  TO WS-EX-CLIENTE
             MOVE WS-RT-DATA(WS-I)     TO WS-EX-DATA
             MOVE WS-RT-SITUACAO(WS-I) TO WS-SITUACAO-PENDENTE
             PERFORM MONTAR-MOTIVO-PENDENTE
             PERFORM REJEITAR-TRANSACAO
           END-IF.
      *
       VERIFICAR-CANCELAMENTO-PENDENTE.
           IF WS-CT-SITUACAO(WS-I) IS NOT EQUAL TO 'S'
             MOVE 'CANCTRAN'           TO WS-EX-ORIGEM
             MOVE WS-CT-PLACA(WS-I)    TO WS-EX-PLACA
             MOVE WS-CT-CLIENTE(WS-I)  TO WS-EX-CLIENTE
             MOVE WS-CT-RETIRADA(WS-I) TO WS-EX-DATA
             MOVE WS-CT-SITUACAO(WS-I) TO WS-SITUACAO-PENDENTE
             PERFORM MONTAR-MOTIVO-PENDENTE
             PERFORM REJEITAR-TRANSACAO
           END-IF.
      *
       MONTAR-MOTIVO-PENDENTE.
           EVALUATE TRUE
             WHEN WS-PEND-RETIRADA
               MOVE 'RESERVA JA RETIRADA' TO WS-EX-LIT
             WHEN WS-PEND-NO-SHOW
               MOVE 'RESERVA JA BAIXADA COMO NO-SHOW' TO WS-EX-LIT
             WHEN WS-PEND-CANCELADA
               MOVE 'RESERVA JA CANCELADA' TO WS-EX-LIT
             WHEN WS-PEND-LIMITE
               MOVE 'LIMITE DE BAIXAS DA RODADA - REENVIAR'
                 TO WS-EX-LIT
             WHEN OTHER
               MOVE 'RESERVA NAO ENCONTRADA NO RESVFILE'
                 TO WS-EX-LIT
           END-EVALUATE.
      *
       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'RETIRADAS CONFIRMADAS:'     TO WS-SM-LIT.
           MOVE WS-QTD-RETIRADAS            TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'RETIRADAS PELO DEVFILE:'    TO WS-SM-LIT.
           MOVE WS-QTD-RETIRADAS-DEV        TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'RESERVAS CANCELADAS:'       TO WS-SM-LIT.
           MOVE WS-QTD-CANCELADAS           TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE '  DAS QUAIS SEM TAXA:'      TO WS-SM-LIT.
           MOVE WS-QTD-CANC-SEM-TAXA        TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'NO-SHOWS:'                  TO WS-SM-LIT.
           MOVE WS-QTD-NO-SHOW              TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'NO-SHOWS ADIADOS (LIMITE):' TO WS-SM-LIT.
           MOVE WS-QTD-ADIADAS              TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LINHAS ESTORNADAS NO ALUGHIST:' TO WS-SM-LIT.
           MOVE WS-QTD-ESTORNADAS           TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'BAIXAS SEM VIAGEM NO ALUGHIST:' TO WS-SM-LIT.
           MOVE WS-QTD-SEM-VIAGEM           TO WS-SM-QTD.
           MOVE WS-SUM-LINE                 TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'VALOR ESTORNADO DO ALUGHIST:' TO WS-SV-LIT.
           MOVE WS-TOT-ESTORNADO            TO WS-SV-VALOR.
           MOVE WS-SUM-VALOR-LINE           TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'TRANSACOES REJEITADAS:'     TO WS-SM-LIT.
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
           MOVE WS-EX-PLACA   TO WS-EXL-CHAVE(1:7).
           MOVE WS-EX-DATA    TO WS-EXL-CHAVE(9:8).
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
           CLOSE PICKUP-FILE.
           CLOSE CANCEL-FILE.
           CLOSE RETURN-FILE.
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
           MOVE 'EXERC079' TO RLG-PROGRAMA.
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
