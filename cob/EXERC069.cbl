      ******************************************************************
      * FILE NAME   : EXERC069                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : VEHICLE MAINTENANCE WORK ORDERS - CLOSES THE     *
      *               WORK ORDERS THE WORKSHOP REPORTS DONE ON OSCONC  *
      *               (COST, NEXT-SERVICE KM), RELEASING THE VEHICLE,  *
      *               THEN WALKS THE FLEET MASTER AND OPENS A WORK     *
      *               ORDER FOR EVERY VEHICLE WHOSE ODOMETER HAS       *
      *               REACHED VEI-KM-REVISAO, MARKING IT OUT OF        *
      *               SERVICE ('M') SO EXERC005 STOPS BOOKING IT. THE  *
      *               OPEN ORDERS LIVE ON THE OSFILE REGISTER; EVERY   *
      *               CLOSED ORDER IS APPENDED TO MANHIST, WHICH THE   *
      *               MONTHLY EXERC070 COST REPORT READS               *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE VEI-KM-REVISAO CHECK ONLY   *
      *                PRINTED A WARNING ON VEICRPT AND THE CAR STAYED *
      *                FOR RENT. RUNS AFTER EXERC038 SO THE SWEEP SEES *
      *                TONIGHT'S REAL CLOSING ODOMETERS. A VEHICLE     *
      *                CAUGHT OUT ON A RENTAL STAYS 'M' WHEN EXERC038  *
      *                TAKES IT BACK; ITS OPEN AND FUTURE RESVFILE     *
      *                BOOKINGS ARE LISTED ON OSEXC FOR THE COUNTER TO *
      *                MOVE. A COMPLETION WITH NO OPEN ORDER, A BAD OR *
      *                FUTURE DATE, OR A NEXT-SERVICE KM NOT ABOVE THE *
      *                ODOMETER GOES TO OSEXC UNTOUCHED, SO A RERUN OF *
      *                THE SAME OSCONC CLOSES NOTHING TWICE.           *
      * 2026-10-15 JM  RES-REC LAYOUT KEPT IN STEP WITH EXERC005 - A   *
      *                BOOKING THAT EXERC079 CANCELLED OR MARKED AS A  *
      *                NO-SHOW IS NO LONGER LISTED ON OSEXC AS ONE TO  *
      *                MOVE.                                           *
      * 2026-10-15 JM  VEI-REC AND RES-REC LAYOUTS KEPT IN STEP WITH   *
      *                EXERC005 - THE VEHICLE NOW CARRIES ITS CURRENT  *
      *                BRANCH AND THE BOOKING ITS PICKUP AND RETURN    *
      *                BRANCHES.                                       *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC069.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COMPLETION-FILE ASSIGN TO OSCONC
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CON-STATUS.
      *
           SELECT ORDER-FILE     ASSIGN TO OSFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-OS-STATUS.
      *
           SELECT VEHICLE-FILE   ASSIGN TO VEICFILE
                                  ORGANIZATION IS INDEXED
                                  ACCESS MODE IS DYNAMIC
                                  RECORD KEY IS VEI-PLACA
                                  FILE STATUS IS WS-VEIC-STATUS.
      *
           SELECT RESV-FILE      ASSIGN TO RESVFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RESV-STATUS.
      *
           SELECT MAINT-HISTORY  ASSIGN TO MANHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-MAN-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO OSRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT EXCEPT-FILE    ASSIGN TO OSEXC
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-EXCEPT-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
      * ONE RECORD PER WORK ORDER THE WORKSHOP HAS FINISHED.
       FD  COMPLETION-FILE.
       01  CON-REC.
           05  CON-PLACA          PIC X(07).
           05  CON-DATA-CONCLUSAO PIC 9(08).
           05  CON-OFICINA        PIC X(20).
           05  CON-CUSTO          PIC 9(07)V9(02).
           05  CON-KM-PROX-REVISAO PIC 9(07).
      *
      * THE OPEN WORK ORDERS - AT MOST ONE PER VEHICLE.
       FD  ORDER-FILE.
       01  OS-REC.
           05  OS-PLACA           PIC X(07).
           05  OS-MODELO          PIC X(20).
           05  OS-DATA-ABERTURA   PIC 9(08).
           05  OS-KM-ABERTURA     PIC 9(07).
           05  OS-KM-REVISAO      PIC 9(07).
      *
       FD  VEHICLE-FILE.
       01  VEI-REC.
           05  VEI-PLACA          PIC X(07).
           05  VEI-MODELO         PIC X(20).
           05  VEI-KM-ODOMETRO    PIC 9(07).
           05  VEI-STATUS         PIC X(01).
               88  VEI-DISPONIVEL VALUE 'D'.
               88  VEI-EM-MANUTENCAO VALUE 'M'.
           05  VEI-KM-REVISAO     PIC 9(07).
           05  VEI-FILIAL         PIC X(03).
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
      * ONE RECORD PER CLOSED WORK ORDER.
       FD  MAINT-HISTORY.
       01  MAN-REC.
           05  MAN-PLACA          PIC X(07).
           05  MAN-MODELO         PIC X(20).
           05  MAN-DATA-ABERTURA  PIC 9(08).
           05  MAN-DATA-CONCLUSAO PIC 9(08).
           05  MAN-KM-ABERTURA    PIC 9(07).
           05  MAN-OFICINA        PIC X(20).
           05  MAN-CUSTO          PIC 9(07)V9(02).
           05  MAN-KM-PROX-REVISAO PIC 9(07).
           05  MAN-DATA-RUN       PIC 9(08).
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
       01  WS-CON-STATUS          PIC X(02) VALUE SPACES.
       01  WS-OS-STATUS           PIC X(02) VALUE SPACES.
       01  WS-VEIC-STATUS         PIC X(02) VALUE SPACES.
       01  WS-RESV-STATUS         PIC X(02) VALUE SPACES.
       01  WS-MAN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-EXCEPT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYEXCWS.
           COPY CPYRUNLG.
       01  WS-EOF-CON             PIC X(01) VALUE 'N'.
       01  WS-EOF-OS              PIC X(01) VALUE 'N'.
       01  WS-EOF-RESV            PIC X(01) VALUE 'N'.
       01  WS-FIM-VEICULOS        PIC X(01) VALUE 'N'.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-NUM        PIC 9(08) VALUE ZEROES.
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
      * THE OSFILE REGISTER, LOADED WHOLE AND WRITTEN BACK WITH ONLY
      * THE ORDERS STILL OPEN ('A').
       01  WS-OS-TAB.
           05  WS-OS-LINHA        OCCURS 1 TO 500 TIMES
                                   DEPENDING ON WS-OS-COUNT.
               10  WS-OS-PLACA      PIC X(07).
               10  WS-OS-MODELO     PIC X(20).
               10  WS-OS-ABERTURA   PIC 9(08).
               10  WS-OS-KM-ABERT   PIC 9(07).
               10  WS-OS-KM-REVISAO PIC 9(07).
               10  WS-OS-SITUACAO   PIC X(01).
               10  WS-OS-NOVA       PIC X(01).
       01  WS-OS-COUNT            PIC 9(03) VALUE ZEROES.
       01  WS-O                   PIC 9(03) VALUE ZEROES.
       01  WS-OS-ACHADA           PIC 9(03) VALUE ZEROES.
      *
      * OPEN AND FUTURE BOOKINGS, TO LIST THE ONES A VEHICLE GOING
      * INTO THE WORKSHOP CAN NO LONGER HONOUR.
       01  WS-RES-TAB.
           05  WS-RES-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-RES-COUNT.
               10  WS-RES-PLACA     PIC X(07).
               10  WS-RES-CLIENTE   PIC 9(06).
               10  WS-RES-RETIRADA  PIC 9(08).
               10  WS-RES-DEVOLUCAO PIC 9(08).
       01  WS-RES-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-R                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE SPACE.
       01  WS-DATA-VERIFICADA     PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
       01  WS-CONCLUSAO-OK        PIC X(01) VALUE 'N'.
       01  WS-DIAS-PARADO         PIC 9(04) VALUE ZEROES.
      *
       01  WS-QTD-CONCLUIDAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-ABERTAS         PIC 9(05) VALUE ZEROES.
       01  WS-QTD-PENDENTES       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REJEITADAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-RESERVAS        PIC 9(05) VALUE ZEROES.
      *
       01  WS-EXCEPT-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-EX-PLACA        PIC X(07).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-DATA         PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-EX-LIT          PIC X(40) VALUE SPACES.
      *
       01  WS-SECAO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SC-LIT          PIC X(60).
      *
       01  WS-CONC-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' PLACA    MODELO                ABERTURA CONC'.
           05  FILLER             PIC X(45) VALUE
               'LUSAO  OFICINA                      CUSTO   P'.
           05  FILLER             PIC X(07) VALUE 'ROX.REV'.
      *
       01  WS-CONC-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CD-PLACA        PIC X(07).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CD-MODELO       PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CD-ABERTURA     PIC 9(08).
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-CD-CONCLUSAO    PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CD-OFICINA      PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CD-CUSTO        PIC Z.ZZZ.ZZ9,99.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-CD-KM-PROX      PIC Z.ZZZ.ZZ9.
      *
       01  WS-ABERTA-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' PLACA    MODELO                ABERTURA  KM '.
           05  FILLER             PIC X(45) VALUE
               'ABERT.  KM REVIS.  DIAS  SITUACAO'.
      *
       01  WS-ABERTA-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-AD-PLACA        PIC X(07).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AD-MODELO       PIC X(20).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AD-ABERTURA     PIC 9(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AD-KM-ABERT     PIC Z.ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AD-KM-REVISAO   PIC Z.ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AD-DIAS         PIC ZZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AD-SITUACAO     PIC X(10).
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
      * OSFILE DOES NOT EXIST BEFORE THE FIRST RUN.
           OPEN INPUT  ORDER-FILE.
           MOVE WS-OS-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS NOT EQUAL TO '35'
             MOVE 'ORDER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM CARREGAR-ORDENS
               WITH TEST AFTER
               UNTIL WS-EOF-OS IS EQUAL TO 'Y'
             CLOSE ORDER-FILE
           END-IF.
      *
           PERFORM CARREGAR-RESERVAS.
      *
           MOVE 'ORDENS CONCLUIDAS NESTA EXECUCAO' TO WS-SC-LIT.
           MOVE WS-SECAO-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-CONC-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM PROCESSAR-CONCLUSAO
             WITH TEST AFTER
             UNTIL WS-EOF-CON IS EQUAL TO 'Y'.
      *
           PERFORM VARRER-FROTA.
      *
           PERFORM GRAVAR-REGISTRO.
           PERFORM IMPRIMIR-ORDENS-ABERTAS.
           PERFORM IMPRIMIR-RESUMO.
      *
           PERFORM FINALIZAR.
      *
           PERFORM GRAVAR-RUNLOG.
           GOBACK.
      *
       INICIALIZAR.
           MOVE 'EXERC069' TO WS-EXL-PROGRAMA.
           MOVE 'OSEXC'    TO WS-EXL-ARQUIVO.
           MOVE 'A'        TO WS-EXL-SEVERIDADE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DD   TO WS-RUN-DATE-EDIT(1:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(3:1).
           MOVE WS-RUN-MM   TO WS-RUN-DATE-EDIT(4:2).
           MOVE '/'         TO WS-RUN-DATE-EDIT(6:1).
           MOVE WS-RUN-YYYY TO WS-RUN-DATE-EDIT(7:4).
           MOVE WS-RUN-DATE TO WS-RUN-DATE-NUM.
      *
           OPEN INPUT  COMPLETION-FILE.
           MOVE WS-CON-STATUS     TO WS-FILE-STATUS.
           MOVE 'COMPLETION-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN I-O    VEHICLE-FILE.
           MOVE WS-VEIC-STATUS TO WS-FILE-STATUS.
           MOVE 'VEHICLE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN EXTEND MAINT-HISTORY.
           MOVE WS-MAN-STATUS   TO WS-FILE-STATUS.
           MOVE 'MAINT-HISTORY' TO WS-FILE-ID.
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
           MOVE 'EXERC069'                     TO RP-HDR-PROGRAM.
           MOVE 'ORDENS DE SERVICO DA FROTA'   TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT                TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                      TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       CARREGAR-ORDENS.
           READ ORDER-FILE
             AT END
               MOVE 'Y' TO WS-EOF-OS
           END-READ.
           MOVE WS-OS-STATUS TO WS-FILE-STATUS.
           MOVE 'ORDER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-OS IS NOT EQUAL TO 'Y'
             IF WS-OS-COUNT IS NOT LESS THAN 500
               DISPLAY 'EXERC069 - MAIS DE 500 ORDENS ABERTAS NO'
                       ' OSFILE - REGISTRO NAO ATUALIZADO'
               MOVE 16 TO RETURN-CODE
               PERFORM GRAVAR-RUNLOG
               GOBACK
             END-IF
             ADD 1 TO WS-OS-COUNT
             MOVE OS-PLACA         TO WS-OS-PLACA(WS-OS-COUNT)
             MOVE OS-MODELO        TO WS-OS-MODELO(WS-OS-COUNT)
             MOVE OS-DATA-ABERTURA TO WS-OS-ABERTURA(WS-OS-COUNT)
             MOVE OS-KM-ABERTURA   TO WS-OS-KM-ABERT(WS-OS-COUNT)
             MOVE OS-KM-REVISAO    TO WS-OS-KM-REVISAO(WS-OS-COUNT)
             MOVE 'A'              TO WS-OS-SITUACAO(WS-OS-COUNT)
             MOVE 'N'              TO WS-OS-NOVA(WS-OS-COUNT)
           END-IF.
      *
      * BOOKINGS ALREADY RETURNED ARE OF NO INTEREST. A MISSING
      * RESVFILE IS A FLEET WITH NO BOOKINGS YET.
       CARREGAR-RESERVAS.
           OPEN INPUT RESV-FILE.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-RESV
           ELSE
             MOVE 'RESV-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-UMA-RESERVA
               WITH TEST AFTER
               UNTIL WS-EOF-RESV IS EQUAL TO 'Y'
             CLOSE RESV-FILE
           END-IF.
      *
       LER-UMA-RESERVA.
           READ RESV-FILE
             AT END
               MOVE 'Y' TO WS-EOF-RESV
           END-READ.
           MOVE WS-RESV-STATUS TO WS-FILE-STATUS.
           MOVE 'RESV-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RESV IS NOT EQUAL TO 'Y'
             IF RES-DATA-DEVOLUCAO IS NOT LESS THAN WS-RUN-DATE-NUM
              AND RES-ATIVA
              AND WS-RES-COUNT IS LESS THAN 2000
               ADD 1 TO WS-RES-COUNT
               MOVE RES-PLACA          TO WS-RES-PLACA(WS-RES-COUNT)
               MOVE RES-CLIENTE        TO WS-RES-CLIENTE(WS-RES-COUNT)
               MOVE RES-DATA-RETIRADA
                 TO WS-RES-RETIRADA(WS-RES-COUNT)
               MOVE RES-DATA-DEVOLUCAO
                 TO WS-RES-DEVOLUCAO(WS-RES-COUNT)
             END-IF
           END-IF.
      *
       PROCESSAR-CONCLUSAO.
           READ COMPLETION-FILE
             AT END
               MOVE 'Y' TO WS-EOF-CON
           END-READ.
           MOVE WS-CON-STATUS     TO WS-FILE-STATUS.
           MOVE 'COMPLETION-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-CON IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE CON-PLACA          TO WS-EX-PLACA
             MOVE CON-DATA-CONCLUSAO TO WS-EX-DATA
             PERFORM VALIDAR-CONCLUSAO
             IF WS-CONCLUSAO-OK IS EQUAL TO 'S'
               PERFORM CONCLUIR-ORDEM
             ELSE
               ADD 1 TO WS-QTD-REJEITADAS
             END-IF
           END-IF.
      *
      * THE ORDER MUST BE OPEN, THE DATE REAL, NOT BEFORE THE ORDER
      * WAS OPENED AND NOT IN THE FUTURE, AND THE NEXT SERVICE MUST
      * LIE AHEAD OF THE ODOMETER - OTHERWISE THE VEHICLE WOULD GO
      * STRAIGHT BACK INTO THE WORKSHOP ON THE NEXT SWEEP.
       VALIDAR-CONCLUSAO.
           MOVE 'N' TO WS-CONCLUSAO-OK.
           MOVE ZEROES TO WS-OS-ACHADA.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-OS-COUNT
             IF WS-OS-PLACA(WS-O) IS EQUAL TO CON-PLACA AND
                WS-OS-SITUACAO(WS-O) IS EQUAL TO 'A'
               MOVE WS-O TO WS-OS-ACHADA
               MOVE WS-OS-COUNT TO WS-O
             END-IF
           END-PERFORM.
      *
           IF WS-OS-ACHADA IS EQUAL TO ZEROES
             MOVE 'SEM ORDEM DE SERVICO ABERTA' TO WS-EX-LIT
             PERFORM GRAVAR-EXCECAO
           ELSE
             MOVE 'V'                TO WS-FUNCAO-DATECHK
             MOVE CON-DATA-CONCLUSAO TO WS-DATA-VERIFICADA
             CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                  WS-DATA-VERIFICADA
                                  WS-RETORNO-DATECHK
                                  WS-DIA-SEMANA
             END-CALL
             EVALUATE TRUE
               WHEN WS-RETORNO-DATECHK IS NOT EQUAL TO ZEROES
                 MOVE 'DATA DE CONCLUSAO INVALIDA' TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               WHEN CON-DATA-CONCLUSAO IS LESS THAN
                    WS-OS-ABERTURA(WS-OS-ACHADA)
                 MOVE 'CONCLUSAO ANTERIOR A ABERTURA DA ORDEM'
                   TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               WHEN CON-DATA-CONCLUSAO IS GREATER THAN
                    WS-RUN-DATE-NUM
                 MOVE 'CONCLUSAO COM DATA FUTURA' TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               WHEN OTHER
                 PERFORM VALIDAR-VEICULO-CONCLUSAO
             END-EVALUATE
           END-IF.
      *
       VALIDAR-VEICULO-CONCLUSAO.
           MOVE CON-PLACA TO VEI-PLACA.
           READ VEHICLE-FILE
             INVALID KEY
               MOVE 'VEICULO NAO CADASTRADO' TO WS-EX-LIT
               PERFORM GRAVAR-EXCECAO
             NOT INVALID KEY
               IF CON-KM-PROX-REVISAO IS NOT GREATER THAN
                  VEI-KM-ODOMETRO
                 MOVE 'PROXIMA REVISAO NAO SUPERA O ODOMETRO'
                   TO WS-EX-LIT
                 PERFORM GRAVAR-EXCECAO
               ELSE
                 MOVE 'S' TO WS-CONCLUSAO-OK
               END-IF
           END-READ.
      *
      * THE VEHICLE COMES BACK FOR RENT WITH ITS NEW SERVICE KM, AND
      * THE ORDER LEAVES THE REGISTER FOR MANHIST.
       CONCLUIR-ORDEM.
           MOVE CON-KM-PROX-REVISAO TO VEI-KM-REVISAO.
           MOVE 'D'                 TO VEI-STATUS.
           REWRITE VEI-REC.
           MOVE WS-VEIC-STATUS TO WS-FILE-STATUS.
           MOVE 'VEHICLE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'C' TO WS-OS-SITUACAO(WS-OS-ACHADA).
      *
           MOVE CON-PLACA                      TO MAN-PLACA.
           MOVE WS-OS-MODELO(WS-OS-ACHADA)     TO MAN-MODELO.
           MOVE WS-OS-ABERTURA(WS-OS-ACHADA)   TO MAN-DATA-ABERTURA.
           MOVE CON-DATA-CONCLUSAO             TO MAN-DATA-CONCLUSAO.
           MOVE WS-OS-KM-ABERT(WS-OS-ACHADA)   TO MAN-KM-ABERTURA.
           MOVE CON-OFICINA                    TO MAN-OFICINA.
           MOVE CON-CUSTO                      TO MAN-CUSTO.
           MOVE CON-KM-PROX-REVISAO            TO MAN-KM-PROX-REVISAO.
           MOVE WS-RUN-DATE-NUM                TO MAN-DATA-RUN.
           WRITE MAN-REC.
           MOVE WS-MAN-STATUS   TO WS-FILE-STATUS.
           MOVE 'MAINT-HISTORY' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           ADD 1         TO WS-QTD-CONCLUIDAS.
           ADD CON-CUSTO TO WS-CONTROL-TOT.
      *
           MOVE CON-PLACA                    TO WS-CD-PLACA.
           MOVE WS-OS-MODELO(WS-OS-ACHADA)   TO WS-CD-MODELO.
           MOVE WS-OS-ABERTURA(WS-OS-ACHADA) TO WS-CD-ABERTURA.
           MOVE CON-DATA-CONCLUSAO           TO WS-CD-CONCLUSAO.
           MOVE CON-OFICINA                  TO WS-CD-OFICINA.
           MOVE CON-CUSTO                    TO WS-CD-CUSTO.
           MOVE CON-KM-PROX-REVISAO          TO WS-CD-KM-PROX.
           MOVE WS-CONC-DETAIL               TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * THE SAME ODOMETER-AGAINST-REVISAO TEST EXERC005 FLAGS ON
      * VEICRPT. A VEHICLE WITH AN ORDER ALREADY OPEN IS LEFT ALONE.
       VARRER-FROTA.
           MOVE LOW-VALUES TO VEI-PLACA.
           START VEHICLE-FILE KEY IS NOT LESS THAN VEI-PLACA
             INVALID KEY
               MOVE 'Y' TO WS-FIM-VEICULOS
           END-START.
      *
           PERFORM LER-PROXIMO-VEICULO
             WITH TEST AFTER
             UNTIL WS-FIM-VEICULOS IS EQUAL TO 'Y'.
      *
       LER-PROXIMO-VEICULO.
           IF WS-FIM-VEICULOS IS NOT EQUAL TO 'Y'
             READ VEHICLE-FILE NEXT RECORD
               AT END
                 MOVE 'Y' TO WS-FIM-VEICULOS
             END-READ
             IF WS-FIM-VEICULOS IS NOT EQUAL TO 'Y'
               IF VEI-KM-ODOMETRO IS NOT LESS THAN VEI-KM-REVISAO
                 PERFORM VERIFICAR-ORDEM-ABERTA
                 IF WS-OS-ACHADA IS EQUAL TO ZEROES
                   PERFORM ABRIR-ORDEM
                 END-IF
               END-IF
             END-IF
           END-IF.
      *
       VERIFICAR-ORDEM-ABERTA.
           MOVE ZEROES TO WS-OS-ACHADA.
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-OS-COUNT
             IF WS-OS-PLACA(WS-O) IS EQUAL TO VEI-PLACA AND
                WS-OS-SITUACAO(WS-O) IS EQUAL TO 'A'
               MOVE WS-O TO WS-OS-ACHADA
               MOVE WS-OS-COUNT TO WS-O
             END-IF
           END-PERFORM.
      *
       ABRIR-ORDEM.
           IF WS-OS-COUNT IS NOT LESS THAN 500
             DISPLAY 'EXERC069 - MAIS DE 500 ORDENS ABERTAS'
                     ' - REGISTRO NAO ATUALIZADO'
             MOVE 16 TO RETURN-CODE
             PERFORM GRAVAR-RUNLOG
             GOBACK
           END-IF.
           ADD 1 TO WS-OS-COUNT.
           MOVE VEI-PLACA       TO WS-OS-PLACA(WS-OS-COUNT).
           MOVE VEI-MODELO      TO WS-OS-MODELO(WS-OS-COUNT).
           MOVE WS-RUN-DATE-NUM TO WS-OS-ABERTURA(WS-OS-COUNT).
           MOVE VEI-KM-ODOMETRO TO WS-OS-KM-ABERT(WS-OS-COUNT).
           MOVE VEI-KM-REVISAO  TO WS-OS-KM-REVISAO(WS-OS-COUNT).
           MOVE 'A'             TO WS-OS-SITUACAO(WS-OS-COUNT).
           MOVE 'S'             TO WS-OS-NOVA(WS-OS-COUNT).
           ADD 1 TO WS-QTD-ABERTAS.
      *
           MOVE 'M' TO VEI-STATUS.
           REWRITE VEI-REC.
           MOVE WS-VEIC-STATUS TO WS-FILE-STATUS.
           MOVE 'VEHICLE-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM LISTAR-RESERVAS-AFETADAS.
      *
      * EXERC005 WILL REFUSE NEW BOOKINGS FROM TONIGHT ON; THE ONES
      * ALREADY TAKEN HAVE TO BE MOVED TO ANOTHER CAR BY HAND. A CAR
      * OUT ON A RENTAL GOES TO THE WORKSHOP WHEN IT COMES BACK.
       LISTAR-RESERVAS-AFETADAS.
           PERFORM VARYING WS-R FROM 1 BY 1
                   UNTIL WS-R > WS-RES-COUNT
             IF WS-RES-PLACA(WS-R) IS EQUAL TO VEI-PLACA
               MOVE VEI-PLACA             TO WS-EX-PLACA
               MOVE WS-RES-RETIRADA(WS-R) TO WS-EX-DATA
               IF WS-RES-RETIRADA(WS-R) IS GREATER THAN
                  WS-RUN-DATE-NUM
                 MOVE 'RESERVA FUTURA - REMANEJAR VEICULO'
                   TO WS-EX-LIT
               ELSE
                 MOVE 'EM LOCACAO - REVISAO NA DEVOLUCAO'
                   TO WS-EX-LIT
               END-IF
               PERFORM GRAVAR-EXCECAO
               ADD 1 TO WS-QTD-RESERVAS
             END-IF
           END-PERFORM.
      *
       GRAVAR-REGISTRO.
           OPEN OUTPUT ORDER-FILE.
           MOVE WS-OS-STATUS TO WS-FILE-STATUS.
           MOVE 'ORDER-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-OS-COUNT
             IF WS-OS-SITUACAO(WS-O) IS EQUAL TO 'A'
               MOVE WS-OS-PLACA(WS-O)      TO OS-PLACA
               MOVE WS-OS-MODELO(WS-O)     TO OS-MODELO
               MOVE WS-OS-ABERTURA(WS-O)   TO OS-DATA-ABERTURA
               MOVE WS-OS-KM-ABERT(WS-O)   TO OS-KM-ABERTURA
               MOVE WS-OS-KM-REVISAO(WS-O) TO OS-KM-REVISAO
               WRITE OS-REC
               MOVE WS-OS-STATUS TO WS-FILE-STATUS
               MOVE 'ORDER-FILE' TO WS-FILE-ID
               PERFORM CHECK-FILE-STATUS
             END-IF
           END-PERFORM.
      *
           CLOSE ORDER-FILE.
      *
       IMPRIMIR-ORDENS-ABERTAS.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ORDENS DE SERVICO EM ABERTO' TO WS-SC-LIT.
           MOVE WS-SECAO-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-ABERTA-HEADER TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           PERFORM VARYING WS-O FROM 1 BY 1
                   UNTIL WS-O > WS-OS-COUNT
             IF WS-OS-SITUACAO(WS-O) IS EQUAL TO 'A'
               ADD 1 TO WS-QTD-PENDENTES
               COMPUTE WS-DIAS-PARADO =
                       FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-NUM)
                     - FUNCTION INTEGER-OF-DATE(WS-OS-ABERTURA(WS-O))
               MOVE WS-OS-PLACA(WS-O)      TO WS-AD-PLACA
               MOVE WS-OS-MODELO(WS-O)     TO WS-AD-MODELO
               MOVE WS-OS-ABERTURA(WS-O)   TO WS-AD-ABERTURA
               MOVE WS-OS-KM-ABERT(WS-O)   TO WS-AD-KM-ABERT
               MOVE WS-OS-KM-REVISAO(WS-O) TO WS-AD-KM-REVISAO
               MOVE WS-DIAS-PARADO         TO WS-AD-DIAS
               IF WS-OS-NOVA(WS-O) IS EQUAL TO 'S'
                 MOVE 'NOVA'   TO WS-AD-SITUACAO
               ELSE
                 MOVE 'OFICINA' TO WS-AD-SITUACAO
               END-IF
               MOVE WS-ABERTA-DETAIL TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
             END-IF
           END-PERFORM.
      *
       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ORDENS CONCLUIDAS           : ' TO WS-SM-LIT.
           MOVE WS-QTD-CONCLUIDAS TO WS-SM-QTD.
           MOVE WS-SUM-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CONCLUSOES REJEITADAS       : ' TO WS-SM-LIT.
           MOVE WS-QTD-REJEITADAS TO WS-SM-QTD.
           MOVE WS-SUM-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'ORDENS ABERTAS NESTA NOITE  : ' TO WS-SM-LIT.
           MOVE WS-QTD-ABERTAS TO WS-SM-QTD.
           MOVE WS-SUM-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'VEICULOS EM MANUTENCAO      : ' TO WS-SM-LIT.
           MOVE WS-QTD-PENDENTES TO WS-SM-QTD.
           MOVE WS-SUM-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'RESERVAS A REMANEJAR        : ' TO WS-SM-LIT.
           MOVE WS-QTD-RESERVAS TO WS-SM-QTD.
           MOVE WS-SUM-LINE TO REPORT-LINE.
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
           MOVE WS-EX-PLACA TO WS-EXL-CHAVE.
           MOVE WS-EX-LIT TO WS-EXL-MOTIVO.
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
           CLOSE COMPLETION-FILE.
           CLOSE VEHICLE-FILE.
           CLOSE MAINT-HISTORY.
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
           MOVE 'EXERC069' TO RLG-PROGRAMA.
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
