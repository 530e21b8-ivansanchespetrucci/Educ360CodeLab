      * PURPOSE     : DAILY PICK-UP/RETURN SCHEDULE - READS THE        *
      *               RESVFILE RESERVATION FILE EXERC005 MAINTAINS AND *
      *               PRINTS, FOR THE AGENDCTL SCHEDULE DATE, EVERY    *
      *               PICK-UP AND RETURN DUE THAT DAY BY BRANCH AND    *
      *               VEHICLE, SO THE COUNTER KNOWS WHICH CARS MOVE    *
      *               TODAY BEFORE THE FIRST PASSENGER ARRIVES         *
      * MODIFICATION HISTORY                                           *
      * 2026-09-02 JM  APPENDS ITS RUN RECORD TO THE SHARED RUNLOG     *
      *                TODAY. SORTED BY PLACA THEN EVENT TYPE WITH THE *
      *                SORT VERB, THE SAME WAY EXERC003 ORDERS ITS     *
      *                EXTRACT.                                        *
      * 2026-10-15 JM  RES-REC LAYOUT KEPT IN STEP WITH EXERC005 - A   *
      *                BOOKING THAT EXERC079 CANCELLED OR MARKED AS A  *
      *                NO-SHOW IS LEFT OFF THE SCHEDULE.               *
      * 2026-10-15 JM  SCHEDULE GROUPED BY BRANCH - A PICK-UP IS       *
      *                LISTED UNDER THE BOOKING'S PICKUP BRANCH AND A  *
      *                RETURN UNDER ITS RETURN BRANCH, SO A CAR        *
      *                DROPPED IN ANOTHER CITY IS EXPECTED WHERE IT    *
      *                WILL REALLY BE. ONE-WAY BOOKINGS ARE FLAGGED    *
      *                WITH THEIR BRANCH PAIR.                         *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC037.
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
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-FILIAL         PIC X(03).
           05  SRT-PLACA          PIC X(07).
           05  SRT-TIPO           PIC X(01).
           05  SRT-CLIENTE        PIC 9(06).
           05  SRT-RETIRADA       PIC 9(08).
           05  SRT-DEVOLUCAO      PIC 9(08).
           05  SRT-FILIAL-RETIRADA  PIC X(03).
           05  SRT-FILIAL-DEVOLUCAO PIC X(03).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-FILIAL       PIC X(03).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-PLACA        PIC X(07).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-EVENTO       PIC X(10).
           05  WS-DT-RETIRADA     PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-DEVOLUCAO    PIC 9(08).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-ONE-WAY.
               10  WS-DT-OW-LIT   PIC X(08).
               10  WS-DT-OW-ORIGEM  PIC X(03).
               10  WS-DT-OW-SETA  PIC X(01).
               10  WS-DT-OW-DESTINO PIC X(03).
      *
       01  WS-DATA-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           PERFORM INICIALIZAR.
      *
           SORT SORT-FILE
             ON ASCENDING KEY SRT-FILIAL
                              SRT-PLACA
                              SRT-TIPO
             INPUT PROCEDURE IS CARREGAR-AGENDA
             OUTPUT PROCEDURE IS IMPRIMIR-AGENDA.
      *
      * SORT INPUT PROCEDURE - ONE SORT RECORD PER PICK-UP OR RETURN
      * FALLING ON THE SCHEDULE DATE. A RESERVATION THAT STARTS AND
      * ENDS THE SAME DAY RELEASES BOTH EVENTS. A PICK-UP IS LISTED
      * UNDER ITS PICKUP BRANCH AND A RETURN UNDER ITS RETURN BRANCH,
      * SO A ONE-WAY CAR SHOWS UP WHERE IT WILL ACTUALLY BE DROPPED.
       CARREGAR-AGENDA.
           PERFORM LER-RESERVA
             WITH TEST AFTER
      *
           IF WS-EOF-RESV IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             IF RES-DATA-RETIRADA IS EQUAL TO WS-DATA-AGENDA AND
                RES-ATIVA
               MOVE RES-PLACA          TO SRT-PLACA
               MOVE 'R'                TO SRT-TIPO
               MOVE RES-FILIAL-RETIRADA TO SRT-FILIAL
               MOVE RES-CLIENTE        TO SRT-CLIENTE
               MOVE RES-DATA-RETIRADA  TO SRT-RETIRADA
               MOVE RES-DATA-DEVOLUCAO TO SRT-DEVOLUCAO
               MOVE RES-FILIAL-RETIRADA  TO SRT-FILIAL-RETIRADA
               MOVE RES-FILIAL-DEVOLUCAO TO SRT-FILIAL-DEVOLUCAO
               RELEASE SRT-REC
             END-IF
             IF RES-DATA-DEVOLUCAO IS EQUAL TO WS-DATA-AGENDA AND
                RES-ATIVA
               MOVE RES-PLACA          TO SRT-PLACA
               MOVE 'D'                TO SRT-TIPO
               MOVE RES-FILIAL-DEVOLUCAO TO SRT-FILIAL
               MOVE RES-CLIENTE        TO SRT-CLIENTE
               MOVE RES-DATA-RETIRADA  TO SRT-RETIRADA
               MOVE RES-DATA-DEVOLUCAO TO SRT-DEVOLUCAO
               MOVE RES-FILIAL-RETIRADA  TO SRT-FILIAL-RETIRADA
               MOVE RES-FILIAL-DEVOLUCAO TO SRT-FILIAL-DEVOLUCAO
               RELEASE SRT-REC
             END-IF
           END-IF.
           END-RETURN.
      *
           IF WS-FIM-SORT IS NOT EQUAL TO 'Y'
             MOVE SRT-FILIAL    TO WS-DT-FILIAL
             MOVE SRT-PLACA     TO WS-DT-PLACA
             IF SRT-TIPO IS EQUAL TO 'D'
               MOVE 'DEVOLUCAO'  TO WS-DT-EVENTO
             MOVE SRT-CLIENTE   TO WS-DT-CLIENTE
             MOVE SRT-RETIRADA  TO WS-DT-RETIRADA
             MOVE SRT-DEVOLUCAO TO WS-DT-DEVOLUCAO
             IF SRT-FILIAL-DEVOLUCAO IS NOT EQUAL TO
                SRT-FILIAL-RETIRADA
               MOVE 'ONE-WAY '           TO WS-DT-OW-LIT
               MOVE SRT-FILIAL-RETIRADA  TO WS-DT-OW-ORIGEM
               MOVE '>'                  TO WS-DT-OW-SETA
               MOVE SRT-FILIAL-DEVOLUCAO TO WS-DT-OW-DESTINO
             ELSE
               MOVE SPACES TO WS-DT-ONE-WAY
             END-IF
             MOVE WS-DETAIL-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             ADD 1 TO WS-CONTROL-TOT
