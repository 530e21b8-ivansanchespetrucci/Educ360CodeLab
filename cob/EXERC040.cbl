      *                CLASSES, BUT NOBODY WAS CHASING THE PATIENTS    *
      *                WHO SIMPLY STOPPED COMING. THE LIST THE CLINIC  *
      *                ASKED FOR AT THE LAST SERVICE REVIEW.           *
      * 2026-10-15 JM  A PATIENT WHOSE NEXT VISIT IS ALREADY BOOKED ON *
      *                THE EXERC082 CONSFILE (STILL 'A', DATED TODAY   *
      *                OR LATER) IS COUNTED AS AGENDADO AND LEFT OFF   *
      *                THE WORKLIST INSTEAD OF BEING CALLED AGAIN.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC040.
           SELECT PATIENT-FILE   ASSIGN TO PACFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-PAC-STATUS.
      *
           SELECT CONSULTA-FILE  ASSIGN TO CONSFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CNS-STATUS.
      *
           SELECT RECALL-FILE    ASSIGN TO RECALFIL
                                  ORGANIZATION IS SEQUENTIAL
           05  PAC-ALTURA         PIC 9(03)V9(02).
           05  PAC-DATA-NASC      PIC 9(08).
           05  PAC-SEXO           PIC X(01).
      *
      * EXERC082 APPOINTMENT FILE. CNS-SITUACAO - 'A' AGENDADA,
      * 'R' REALIZADA, 'F' FALTA.
       FD  CONSULTA-FILE.
       01  CNS-REC.
           05  CNS-PAC-ID         PIC 9(06).
           05  CNS-NOME           PIC X(30).
           05  CNS-PROF-ID        PIC X(05).
           05  CNS-DATA           PIC 9(08).
           05  CNS-HORA           PIC 9(04).
           05  CNS-SITUACAO       PIC X(01).
           05  CNS-DATA-MARCACAO  PIC 9(08).
      *
       FD  RECALL-FILE.
       01  RCL-REC.
       WORKING-STORAGE SECTION.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-PAC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CNS-STATUS          PIC X(02) VALUE SPACES.
       01  WS-RECALL-STATUS       PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
       01  WS-EOF-PAC             PIC X(01) VALUE 'N'.
       01  WS-EOF-CNS             PIC X(01) VALUE 'N'.
       01  WS-FIM-SORT            PIC X(01) VALUE 'N'.
      *
      * LATEST VISIT PER PATIENT - THE NEWEST HIST-DATA WINS, NAME
       01  WS-U                   PIC 9(04) VALUE ZEROES.
       01  WS-ULT-ACHADO          PIC X(01) VALUE 'N'.
      *
      * PATIENTS WITH A BOOKING STILL AHEAD OF THEM ON CONSFILE - THEY
      * ARE SCHEDULED, NOT OVERDUE.
       01  WS-MRC-TAB.
           05  WS-MRC-LINHA       OCCURS 1 TO 2000 TIMES
                                   DEPENDING ON WS-MRC-COUNT.
               10  WS-MRC-PAC-ID    PIC 9(06).
       01  WS-MRC-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-M                   PIC 9(04) VALUE ZEROES.
       01  WS-MARCADO             PIC X(01) VALUE 'N'.
       01  WS-QTD-MARCADOS        PIC 9(05) VALUE ZEROES.
      *
      * PER-CLASS FOLLOW-UP INTERVALS IN DAYS, CPYIMC LADDER ORDER.
       01  WS-INTERVALOS.
           05  FILLER             PIC 9(03) VALUE 090.
           PERFORM CARREGAR-NOMES
             WITH TEST AFTER
             UNTIL WS-EOF-PAC IS EQUAL TO 'Y'.
      *
           PERFORM CARREGAR-MARCADOS.
      *
           SORT SORT-FILE
             ON DESCENDING KEY SRT-DIAS-ATRASO
             END-PERFORM
           END-IF.
      *
      * A MISSING CONSFILE MEANS NOTHING HAS BEEN BOOKED YET.
       CARREGAR-MARCADOS.
           OPEN INPUT CONSULTA-FILE.
           MOVE WS-CNS-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-CNS
           ELSE
             MOVE 'CONSULTA-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-CONSULTA
               WITH TEST AFTER
               UNTIL WS-EOF-CNS IS EQUAL TO 'Y'
             CLOSE CONSULTA-FILE
           END-IF.
      *
      * ONLY A BOOKING STILL 'A' AND DATED TODAY OR LATER COUNTS; A
      * PAST ONE STILL 'A' WAS MISSED, AND ONE KEPT SHOWS ON PACHIST.
       LER-CONSULTA.
           READ CONSULTA-FILE
             AT END
               MOVE 'Y' TO WS-EOF-CNS
           END-READ.
           MOVE WS-CNS-STATUS   TO WS-FILE-STATUS.
           MOVE 'CONSULTA-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-CNS IS NOT EQUAL TO 'Y'
             IF CNS-SITUACAO IS EQUAL TO 'A' AND
                CNS-DATA IS NOT LESS THAN WS-RUN-DATE-NUM
               IF WS-MRC-COUNT IS NOT LESS THAN 2000
                 DISPLAY 'EXERC040 - MAIS DE 2000 CONSULTAS MARCADAS'
                         ' - CONVOCACAO ABORTADA'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-MRC-COUNT
               MOVE CNS-PAC-ID TO WS-MRC-PAC-ID(WS-MRC-COUNT)
             END-IF
           END-IF.
      *
      * SORT INPUT PROCEDURE - A PATIENT IS RELEASED WHEN THE DAYS
      * SINCE THE LATEST VISIT EXCEED THE CLASS'S FOLLOW-UP INTERVAL,
      * UNLESS THE NEXT VISIT IS ALREADY BOOKED ON CONSFILE.
       SELECIONAR-ATRASADOS.
           PERFORM VARYING WS-U FROM 1 BY 1
                   UNTIL WS-U > WS-ULT-COUNT
               - FUNCTION INTEGER-OF-DATE(WS-ULT-DATA(WS-U)).
           COMPUTE WS-DIAS-ATRASO =
               WS-DIAS-DESDE - WS-INTERVALO-DIAS(WS-CLS-IDX).
      *
           IF WS-DIAS-ATRASO IS GREATER THAN ZEROES
             MOVE 'N' TO WS-MARCADO
             PERFORM VARYING WS-M FROM 1 BY 1
                     UNTIL WS-M > WS-MRC-COUNT
               IF WS-MRC-PAC-ID(WS-M) IS EQUAL TO WS-ULT-PAC-ID(WS-U)
                 MOVE 'S' TO WS-MARCADO
                 MOVE WS-MRC-COUNT TO WS-M
               END-IF
             END-PERFORM
             IF WS-MARCADO IS EQUAL TO 'S'
               ADD 1 TO WS-QTD-MARCADOS
               MOVE ZEROES TO WS-DIAS-ATRASO
             END-IF
           END-IF.
      *
           IF WS-DIAS-ATRASO IS GREATER THAN ZEROES
             MOVE WS-DIAS-ATRASO      TO SRT-DIAS-ATRASO
             MOVE WS-SUMARIO-LINE   TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
           MOVE 'AGENDADOS'        TO WS-SM-CLASSE.
           MOVE 'JA MARCADOS:'     TO WS-SM-LIT.
           MOVE WS-QTD-MARCADOS    TO WS-SM-QTD.
           MOVE WS-SUMARIO-LINE    TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
