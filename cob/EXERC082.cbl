      ******************************************************************
      * FILE NAME   : EXERC082                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : CLINIC APPOINTMENT SCHEDULING - BOOKS EACH       *
      *               PATIENT ON THE RECALFIL WORKLIST EXERC040 HAS    *
      *               JUST WRITTEN (MOST OVERDUE FIRST) INTO THE NEXT  *
      *               FREE SLOT OF THE AGENDMST CLINIC AGENDA (PER     *
      *               PROFESSIONAL: WORKING WEEKDAYS, FIRST SLOT TIME, *
      *               SLOT LENGTH, SLOTS PER DAY), BUSINESS DAYS ONLY  *
      *               PER CALCHK. THE CONSFILE APPOINTMENT FILE ROLLS  *
      *               FORWARD AS A NEW GENERATION: PAST BOOKINGS ARE   *
      *               SETTLED AGAINST PACHIST (A VISIT ON THE BOOKED   *
      *               DATE IS 'R' REALIZADA, NONE IS 'F' FALTA) AND    *
      *               THE NEW BOOKINGS ARE ADDED AS 'A' AGENDADA.      *
      *               PRINTS THE DAILY AGENDA PER PROFESSIONAL ON      *
      *               AGENDRPT AND THE MISSED SLOTS ON FALTARPT        *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - THE RECALL WORKLIST WAS BEING   *
      *                BOOKED BY HAND FROM THE PAPER DIARY. A PATIENT  *
      *                WHO ALREADY HOLDS A FUTURE BOOKING IS LEFT      *
      *                ALONE; ONE WHO MISSED A SLOT COMES BACK ON THE  *
      *                WORKLIST AND IS BOOKED AGAIN.                   *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC082.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECALL-FILE    ASSIGN TO RECALFIL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RECALL-STATUS.
      *
           SELECT AGENDA-MASTER  ASSIGN TO AGENDMST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-AGM-STATUS.
      *
           SELECT CONSULTA-FILE  ASSIGN TO CONSFILE
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CNS-STATUS.
      *
           SELECT CONSULTA-NEW   ASSIGN TO CONSNEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CNN-STATUS.
      *
           SELECT HISTORY-FILE   ASSIGN TO PACHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO AGENDRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
           SELECT FALTA-FILE     ASSIGN TO FALTARPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-FALTA-STATUS.
      *
           SELECT SORT-FILE      ASSIGN TO SORTWK01.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  RECALL-FILE.
       01  RCL-REC.
           05  RCL-PAC-ID         PIC 9(06).
           05  RCL-NOME           PIC X(30).
           05  RCL-ULT-VISITA     PIC 9(08).
           05  RCL-CLASSE         PIC X(09).
           05  RCL-DIAS-ATRASO    PIC 9(05).
      *
      * ONE ROW PER PROFESSIONAL. AGM-DIAS-SEMANA HOLDS 'S' FOR EACH
      * WORKING WEEKDAY, MONDAY TO FRIDAY; AGM-HORA-INICIO IS THE
      * FIRST SLOT (HHMM), AGM-MIN-SLOT THE SLOT LENGTH IN MINUTES.
       FD  AGENDA-MASTER.
       01  AGM-REC.
           05  AGM-PROF-ID        PIC X(05).
           05  AGM-PROF-NOME      PIC X(30).
           05  AGM-DIAS-SEMANA    PIC X(05).
           05  AGM-HORA-INICIO    PIC 9(04).
           05  AGM-HORA-INICIO-R REDEFINES AGM-HORA-INICIO.
               10  AGM-HI-HH      PIC 9(02).
               10  AGM-HI-MM      PIC 9(02).
           05  AGM-MIN-SLOT       PIC 9(03).
           05  AGM-SLOTS-DIA      PIC 9(02).
      *
      * CNS-SITUACAO - 'A' AGENDADA, 'R' REALIZADA, 'F' FALTA.
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
       FD  CONSULTA-NEW.
       01  CNN-REC                PIC X(62).
      *
       FD  HISTORY-FILE.
       01  HIST-REC.
           05  HIST-PAC-ID        PIC 9(06).
           05  HIST-DATA          PIC 9(08).
           05  HIST-IMC           PIC 9(03)V9(02).
           05  HIST-CLASSE        PIC X(09).
           05  HIST-FAIXA         PIC X(03).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       FD  FALTA-FILE.
       01  FALTA-LINE             PIC X(100).
      *
       SD  SORT-FILE.
       01  SRT-REC.
           05  SRT-PROF-ID        PIC X(05).
           05  SRT-DATA           PIC 9(08).
           05  SRT-HORA           PIC 9(04).
           05  SRT-PAC-ID         PIC 9(06).
           05  SRT-NOME           PIC X(30).
           05  SRT-NOVA           PIC X(01).
      *
       WORKING-STORAGE SECTION.
       01  WS-RECALL-STATUS       PIC X(02) VALUE SPACES.
       01  WS-AGM-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CNS-STATUS          PIC X(02) VALUE SPACES.
       01  WS-CNN-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
       01  WS-FALTA-STATUS        PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-RECALL          PIC X(01) VALUE 'N'.
       01  WS-EOF-AGM             PIC X(01) VALUE 'N'.
       01  WS-EOF-CNS             PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
       01  WS-FIM-SORT            PIC X(01) VALUE 'N'.
       01  WS-CONS-EXISTE         PIC X(01) VALUE 'S'.
      *
      * THE APPOINTMENT BEING COPIED OR BOOKED - CNS-REC LAYOUT.
       01  WS-CNS-GRAVAR.
           05  WS-CG-PAC-ID       PIC 9(06).
           05  WS-CG-NOME         PIC X(30).
           05  WS-CG-PROF-ID      PIC X(05).
           05  WS-CG-DATA         PIC 9(08).
           05  WS-CG-HORA         PIC 9(04).
           05  WS-CG-SITUACAO     PIC X(01).
           05  WS-CG-DATA-MARCACAO PIC 9(08).
      *
      * THE CLINIC AGENDA. THE FIRST SLOT IS KEPT IN MINUTES FROM
      * MIDNIGHT SO THE SLOT TIMES ARE PLAIN ADDITION.
       01  WS-PRF-TAB.
           05  WS-PRF-LINHA       OCCURS 1 TO 100 TIMES
                                   DEPENDING ON WS-PRF-COUNT.
               10  WS-PRF-ID        PIC X(05).
               10  WS-PRF-NOME      PIC X(30).
               10  WS-PRF-DIAS      PIC X(05).
               10  WS-PRF-MIN-INI   PIC 9(04).
               10  WS-PRF-MIN-SLOT  PIC 9(03).
               10  WS-PRF-SLOTS     PIC 9(02).
       01  WS-PRF-COUNT           PIC 9(03) VALUE ZEROES.
       01  WS-P                   PIC 9(03) VALUE ZEROES.
       01  WS-PRF-POS             PIC 9(03) VALUE ZEROES.
      *
      * PAST BOOKINGS STILL 'A' ON CONSFILE, IN FILE ORDER - THE
      * SECOND PASS OVER CONSFILE MEETS THEM IN THE SAME ORDER.
       01  WS-PND-TAB.
           05  WS-PND-LINHA       OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-PND-COUNT.
               10  WS-PND-PAC-ID    PIC 9(06).
               10  WS-PND-DATA      PIC 9(08).
               10  WS-PND-VEIO      PIC X(01).
       01  WS-PND-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-PND-LIDOS           PIC 9(04) VALUE ZEROES.
       01  WS-N                   PIC 9(04) VALUE ZEROES.
      *
      * FUTURE BOOKINGS - THE ONES ALREADY ON CONSFILE AND THE ONES
      * MADE IN THIS RUN. THEY ARE THE OCCUPIED SLOTS AND THE AGENDA.
       01  WS-AGD-TAB.
           05  WS-AGD-LINHA       OCCURS 1 TO 5000 TIMES
                                   DEPENDING ON WS-AGD-COUNT.
               10  WS-AGD-PAC-ID    PIC 9(06).
               10  WS-AGD-NOME      PIC X(30).
               10  WS-AGD-PROF-ID   PIC X(05).
               10  WS-AGD-DATA      PIC 9(08).
               10  WS-AGD-HORA      PIC 9(04).
               10  WS-AGD-NOVA      PIC X(01).
       01  WS-AGD-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-A                   PIC 9(04) VALUE ZEROES.
      *
      * SLOT SEARCH. THE CURSOR ONLY MOVES FORWARD: EVERY PATIENT
      * TAKES THE EARLIEST FREE SLOT, SO A DAY FOUND FULL STAYS FULL
      * FOR THE REST OF THE RUN. THE SEARCH GIVES UP AFTER
      * WS-HORIZONTE BUSINESS DAYS.
       01  WS-DATA-CURSOR         PIC 9(08) VALUE ZEROES.
       01  WS-DIAS-TENTADOS       PIC 9(03) VALUE ZEROES.
       01  WS-HORIZONTE           PIC 9(03) VALUE 060.
       01  WS-VAGA-ACHADA         PIC X(01) VALUE 'N'.
       01  WS-HORARIO-OCUPADO     PIC X(01) VALUE 'N'.
       01  WS-JA-AGENDADO         PIC X(01) VALUE 'N'.
       01  WS-K                   PIC 9(02) VALUE ZEROES.
       01  WS-MINUTOS             PIC 9(04) VALUE ZEROES.
       01  WS-HORAS               PIC 9(02) VALUE ZEROES.
       01  WS-RESTO-MIN           PIC 9(02) VALUE ZEROES.
       01  WS-HORA-SLOT           PIC 9(04) VALUE ZEROES.
       01  WS-VAGA-PROF           PIC X(05) VALUE SPACES.
       01  WS-VAGA-HORA           PIC 9(04) VALUE ZEROES.
      *
       01  WS-FUNCAO-CALCHK       PIC X(01) VALUE SPACE.
       01  WS-DATA-CALCHK         PIC 9(08) VALUE ZEROES.
       01  WS-DATA2-CALCHK        PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-CALCHK      PIC 9(02) VALUE ZEROES.
       01  WS-DATA-RESULT-CALCHK  PIC 9(08) VALUE ZEROES.
       01  WS-QTD-DIAS-CALCHK     PIC S9(05) VALUE ZEROES.
      *
       01  WS-FUNCAO-DATECHK      PIC X(01) VALUE 'V'.
       01  WS-DATA-DATECHK        PIC 9(08) VALUE ZEROES.
       01  WS-RETORNO-DATECHK     PIC 9(02) VALUE ZEROES.
       01  WS-DIA-SEMANA          PIC 9(01) VALUE ZEROES.
      *
       01  WS-PROF-ANTERIOR       PIC X(05) VALUE SPACES.
       01  WS-DATA-ANTERIOR       PIC 9(08) VALUE ZEROES.
       01  WS-QTD-PROF            PIC 9(05) VALUE ZEROES.
       01  WS-DATA-EDIT           PIC X(10) VALUE SPACES.
       01  WS-DATA-TRAB           PIC 9(08) VALUE ZEROES.
       01  WS-DATA-TRAB-R REDEFINES WS-DATA-TRAB.
           05  WS-DTR-AAAA        PIC 9(04).
           05  WS-DTR-MM          PIC 9(02).
           05  WS-DTR-DD          PIC 9(02).
       01  WS-HORA-EDIT.
           05  WS-HE-HH           PIC 9(02).
           05  FILLER             PIC X(01) VALUE ':'.
           05  WS-HE-MM           PIC 9(02).
      *
       01  WS-QTD-CONVOCADOS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-JA-AGENDADOS    PIC 9(05) VALUE ZEROES.
       01  WS-QTD-AGENDADOS       PIC 9(05) VALUE ZEROES.
       01  WS-QTD-SEM-VAGA        PIC 9(05) VALUE ZEROES.
       01  WS-QTD-REALIZADAS      PIC 9(05) VALUE ZEROES.
       01  WS-QTD-FALTAS          PIC 9(05) VALUE ZEROES.
       01  WS-QTD-AGENDA-INVALIDA PIC 9(05) VALUE ZEROES.
      *
       01  WS-PROF-LINE.
           05  FILLER             PIC X(15) VALUE
               ' PROFISSIONAL: '.
           05  WS-PL-PROF-ID      PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-PL-NOME         PIC X(30).
       01  WS-DIA-LINE.
           05  FILLER             PIC X(09) VALUE
               '   DATA: '.
           05  WS-DL-DATA         PIC X(10).
       01  WS-COL-HEADER.
           05  FILLER             PIC X(53) VALUE
               '     HORA   PACIENTE NOME'.
           05  FILLER             PIC X(08) VALUE
               'MARCACAO'.
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  WS-DT-HORA         PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-PAC-ID       PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-NOVA         PIC X(08).
       01  WS-TOT-PROF-LINE.
           05  FILLER             PIC X(05) VALUE SPACES.
           05  FILLER             PIC X(25) VALUE
               'CONSULTAS AGENDADAS    : '.
           05  WS-TP-QTD          PIC ZZ.ZZ9.
       01  WS-SEM-VAGA-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SV-PAC-ID       PIC 9(06).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-SV-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-SV-ATRASO       PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-SV-TEXTO        PIC X(40).
       01  WS-AGM-ERRO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-AE-PROF-ID      PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AE-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-AE-TEXTO        PIC X(40).
       01  WS-FALTA-HEADER.
           05  FILLER             PIC X(42) VALUE
               ' PACIENTE NOME'.
           05  FILLER             PIC X(23) VALUE
               'PROF.  DATA        HORA'.
       01  WS-FALTA-DETAIL.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-FD-PAC-ID       PIC 9(06).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-FD-NOME         PIC X(30).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-FD-PROF-ID      PIC X(05).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-FD-DATA         PIC X(10).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-FD-HORA         PIC X(05).
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
           PERFORM CARREGAR-AGENDA
             WITH TEST AFTER
             UNTIL WS-EOF-AGM IS EQUAL TO 'Y'.
      *
           PERFORM LEVANTAR-PENDENTES.
           IF WS-PND-COUNT IS GREATER THAN ZEROES
             PERFORM BAIXAR-COMPARECIMENTOS
           END-IF.
           PERFORM REGRAVAR-CONSULTAS.
      *
           PERFORM PRIMEIRO-DIA-UTIL.
           PERFORM AGENDAR-CONVOCADO
             WITH TEST AFTER
             UNTIL WS-EOF-RECALL IS EQUAL TO 'Y'.
      *
           SORT SORT-FILE
             ON ASCENDING KEY SRT-PROF-ID SRT-DATA SRT-HORA
             INPUT PROCEDURE IS LIBERAR-AGENDA
             OUTPUT PROCEDURE IS IMPRIMIR-AGENDA.
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
      *
           OPEN INPUT  RECALL-FILE.
           MOVE WS-RECALL-STATUS TO WS-FILE-STATUS.
           MOVE 'RECALL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  AGENDA-MASTER.
           MOVE WS-AGM-STATUS    TO WS-FILE-STATUS.
           MOVE 'AGENDA-MASTER'  TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT CONSULTA-NEW.
           MOVE WS-CNN-STATUS    TO WS-FILE-STATUS.
           MOVE 'CONSULTA-NEW'   TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT FALTA-FILE.
           MOVE WS-FALTA-STATUS  TO WS-FILE-STATUS.
           MOVE 'FALTA-FILE'     TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC082'                   TO RP-HDR-PROGRAM.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE 'FALTAS A CONSULTAS AGENDADAS' TO RP-HDR-TITLE.
           MOVE RP-HEADER-LINE                TO FALTA-LINE.
           PERFORM GRAVAR-LINHA-FALTA.
           MOVE WS-FALTA-HEADER               TO FALTA-LINE.
           PERFORM GRAVAR-LINHA-FALTA.
           MOVE 'AGENDA DE CONSULTAS'         TO RP-HDR-TITLE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A ROW WITH NO WORKING DAY, NO SLOTS, A BAD START TIME OR A
      * DAY RUNNING PAST MIDNIGHT IS LISTED AND LEFT OUT.
       CARREGAR-AGENDA.
           READ AGENDA-MASTER
             AT END
               MOVE 'Y' TO WS-EOF-AGM
           END-READ.
           MOVE WS-AGM-STATUS   TO WS-FILE-STATUS.
           MOVE 'AGENDA-MASTER' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-AGM IS NOT EQUAL TO 'Y'
             MOVE SPACES TO WS-AE-TEXTO
             EVALUATE TRUE
               WHEN AGM-DIAS-SEMANA(1:1) IS NOT EQUAL TO 'S' AND
                    AGM-DIAS-SEMANA(2:1) IS NOT EQUAL TO 'S' AND
                    AGM-DIAS-SEMANA(3:1) IS NOT EQUAL TO 'S' AND
                    AGM-DIAS-SEMANA(4:1) IS NOT EQUAL TO 'S' AND
                    AGM-DIAS-SEMANA(5:1) IS NOT EQUAL TO 'S'
                 MOVE 'NENHUM DIA DE ATENDIMENTO' TO WS-AE-TEXTO
               WHEN AGM-SLOTS-DIA IS NOT NUMERIC OR
                    AGM-SLOTS-DIA IS EQUAL TO ZEROES OR
                    AGM-MIN-SLOT IS NOT NUMERIC OR
                    AGM-MIN-SLOT IS EQUAL TO ZEROES
                 MOVE 'SEM HORARIOS DEFINIDOS' TO WS-AE-TEXTO
               WHEN AGM-HORA-INICIO IS NOT NUMERIC OR
                    AGM-HI-HH IS GREATER THAN 23 OR
                    AGM-HI-MM IS GREATER THAN 59
                 MOVE 'HORA DE INICIO INVALIDA' TO WS-AE-TEXTO
               WHEN OTHER
                 COMPUTE WS-MINUTOS =
                     AGM-HI-HH * 60 + AGM-HI-MM
                 IF WS-MINUTOS + AGM-SLOTS-DIA * AGM-MIN-SLOT
                    IS GREATER THAN 1440
                   MOVE 'EXPEDIENTE PASSA DA MEIA-NOITE'
                     TO WS-AE-TEXTO
                 END-IF
             END-EVALUATE
      *
             IF WS-AE-TEXTO IS EQUAL TO SPACES
               IF WS-PRF-COUNT IS NOT LESS THAN 100
                 DISPLAY 'EXERC082 - MAIS DE 100 PROFISSIONAIS NO '
                         'AGENDMST - RODADA ABORTADA'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-PRF-COUNT
               MOVE AGM-PROF-ID     TO WS-PRF-ID(WS-PRF-COUNT)
               MOVE AGM-PROF-NOME   TO WS-PRF-NOME(WS-PRF-COUNT)
               MOVE AGM-DIAS-SEMANA TO WS-PRF-DIAS(WS-PRF-COUNT)
               MOVE WS-MINUTOS      TO WS-PRF-MIN-INI(WS-PRF-COUNT)
               MOVE AGM-MIN-SLOT    TO WS-PRF-MIN-SLOT(WS-PRF-COUNT)
               MOVE AGM-SLOTS-DIA   TO WS-PRF-SLOTS(WS-PRF-COUNT)
             ELSE
               ADD 1 TO WS-QTD-AGENDA-INVALIDA
               MOVE AGM-PROF-ID     TO WS-AE-PROF-ID
               MOVE AGM-PROF-NOME   TO WS-AE-NOME
               MOVE WS-AGM-ERRO-LINE TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
             END-IF
           END-IF.
      *
      * FIRST PASS OVER CONSFILE - NOTE THE PAST BOOKINGS STILL 'A'.
      * A MISSING CONSFILE IS THE FIRST RUN - NOTHING BOOKED YET.
       LEVANTAR-PENDENTES.
           OPEN INPUT CONSULTA-FILE.
           MOVE WS-CNS-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'N' TO WS-CONS-EXISTE
           ELSE
             MOVE 'CONSULTA-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-PENDENTE
               WITH TEST AFTER
               UNTIL WS-EOF-CNS IS EQUAL TO 'Y'
             CLOSE CONSULTA-FILE
           END-IF.
      *
       LER-PENDENTE.
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
                CNS-DATA IS LESS THAN WS-RUN-DATE-NUM
               IF WS-PND-COUNT IS NOT LESS THAN 3000
                 DISPLAY 'EXERC082 - MAIS DE 3000 CONSULTAS A BAIXAR'
                         ' - RODADA ABORTADA'
                 MOVE 16 TO RETURN-CODE
                 GOBACK
               END-IF
               ADD 1 TO WS-PND-COUNT
               MOVE CNS-PAC-ID TO WS-PND-PAC-ID(WS-PND-COUNT)
               MOVE CNS-DATA   TO WS-PND-DATA(WS-PND-COUNT)
               MOVE 'N'        TO WS-PND-VEIO(WS-PND-COUNT)
             END-IF
           END-IF.
      *
      * A PACHIST VISIT ON THE BOOKED DATE MEANS THE PATIENT CAME.
       BAIXAR-COMPARECIMENTOS.
           OPEN INPUT HISTORY-FILE.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HISTORY-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           PERFORM CONFERIR-COMPARECIMENTO
             WITH TEST AFTER
             UNTIL WS-EOF-HIST IS EQUAL TO 'Y'.
           CLOSE HISTORY-FILE.
      *
       CONFERIR-COMPARECIMENTO.
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
             PERFORM VARYING WS-N FROM 1 BY 1
                     UNTIL WS-N > WS-PND-COUNT
               IF WS-PND-PAC-ID(WS-N) IS EQUAL TO HIST-PAC-ID AND
                  WS-PND-DATA(WS-N) IS EQUAL TO HIST-DATA
                 MOVE 'S' TO WS-PND-VEIO(WS-N)
               END-IF
             END-PERFORM
           END-IF.
      *
      * SECOND PASS - EVERY BOOKING IS COPIED TO THE NEW GENERATION,
      * THE PAST ONES SETTLED, THE FUTURE ONES KEPT AS OCCUPIED SLOTS.
       REGRAVAR-CONSULTAS.
           IF WS-CONS-EXISTE IS EQUAL TO 'S'
             MOVE 'N' TO WS-EOF-CNS
             OPEN INPUT CONSULTA-FILE
             MOVE WS-CNS-STATUS   TO WS-FILE-STATUS
             MOVE 'CONSULTA-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM COPIAR-CONSULTA
               WITH TEST AFTER
               UNTIL WS-EOF-CNS IS EQUAL TO 'Y'
             CLOSE CONSULTA-FILE
           END-IF.
      *
       COPIAR-CONSULTA.
           READ CONSULTA-FILE
             AT END
               MOVE 'Y' TO WS-EOF-CNS
           END-READ.
           MOVE WS-CNS-STATUS   TO WS-FILE-STATUS.
           MOVE 'CONSULTA-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-CNS IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE CNS-REC TO WS-CNS-GRAVAR
             IF CNS-SITUACAO IS EQUAL TO 'A'
               IF CNS-DATA IS LESS THAN WS-RUN-DATE-NUM
                 ADD 1 TO WS-PND-LIDOS
                 IF WS-PND-VEIO(WS-PND-LIDOS) IS EQUAL TO 'S'
                   MOVE 'R' TO WS-CG-SITUACAO
                   ADD 1 TO WS-QTD-REALIZADAS
                 ELSE
                   MOVE 'F' TO WS-CG-SITUACAO
                   ADD 1 TO WS-QTD-FALTAS
                   PERFORM LISTAR-FALTA
                 END-IF
               ELSE
                 PERFORM INCLUIR-AGENDA
                 MOVE 'N' TO WS-AGD-NOVA(WS-AGD-COUNT)
               END-IF
             END-IF
             PERFORM GRAVAR-CONSULTA
           END-IF.
      *
       LISTAR-FALTA.
           MOVE CNS-PAC-ID      TO WS-FD-PAC-ID.
           MOVE CNS-NOME        TO WS-FD-NOME.
           MOVE CNS-PROF-ID     TO WS-FD-PROF-ID.
           MOVE CNS-DATA        TO WS-DATA-TRAB.
           PERFORM EDITAR-DATA.
           MOVE WS-DATA-EDIT    TO WS-FD-DATA.
           MOVE CNS-HORA        TO WS-HORA-SLOT.
           PERFORM EDITAR-HORA.
           MOVE WS-HORA-EDIT    TO WS-FD-HORA.
           MOVE WS-FALTA-DETAIL TO FALTA-LINE.
           PERFORM GRAVAR-LINHA-FALTA.
      *
      * WS-CNS-GRAVAR CARRIES THE BOOKING TO BE ADDED.
       INCLUIR-AGENDA.
           IF WS-AGD-COUNT IS NOT LESS THAN 5000
             DISPLAY 'EXERC082 - MAIS DE 5000 CONSULTAS FUTURAS - '
                     'RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
           ADD 1 TO WS-AGD-COUNT.
           MOVE WS-CG-PAC-ID  TO WS-AGD-PAC-ID(WS-AGD-COUNT).
           MOVE WS-CG-NOME    TO WS-AGD-NOME(WS-AGD-COUNT).
           MOVE WS-CG-PROF-ID TO WS-AGD-PROF-ID(WS-AGD-COUNT).
           MOVE WS-CG-DATA    TO WS-AGD-DATA(WS-AGD-COUNT).
           MOVE WS-CG-HORA    TO WS-AGD-HORA(WS-AGD-COUNT).
      *
       GRAVAR-CONSULTA.
           WRITE CNN-REC FROM WS-CNS-GRAVAR.
           MOVE WS-CNN-STATUS  TO WS-FILE-STATUS.
           MOVE 'CONSULTA-NEW' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
      * BOOKING STARTS ON THE FIRST BUSINESS DAY AFTER THE RUN.
       PRIMEIRO-DIA-UTIL.
           MOVE 'N'             TO WS-FUNCAO-CALCHK.
           MOVE WS-RUN-DATE-NUM TO WS-DATA-CALCHK.
           PERFORM CHAMAR-CALCHK.
           MOVE WS-DATA-RESULT-CALCHK TO WS-DATA-CURSOR.
      *
       CHAMAR-CALCHK.
           CALL 'CALCHK' USING WS-FUNCAO-CALCHK
                               WS-DATA-CALCHK
                               WS-DATA2-CALCHK
                               WS-RETORNO-CALCHK
                               WS-DATA-RESULT-CALCHK
                               WS-QTD-DIAS-CALCHK
           END-CALL.
           IF WS-RETORNO-CALCHK IS NOT EQUAL TO ZEROES
             DISPLAY 'EXERC082 - CALCHK RETORNO ' WS-RETORNO-CALCHK
                     ' PARA ' WS-DATA-CALCHK ' - RODADA ABORTADA'
             MOVE 16 TO RETURN-CODE
             GOBACK
           END-IF.
      *
       AGENDAR-CONVOCADO.
           READ RECALL-FILE
             AT END
               MOVE 'Y' TO WS-EOF-RECALL
           END-READ.
           MOVE WS-RECALL-STATUS TO WS-FILE-STATUS.
           MOVE 'RECALL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RECALL IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             ADD 1 TO WS-QTD-CONVOCADOS
             MOVE 'N' TO WS-JA-AGENDADO
             PERFORM VARYING WS-A FROM 1 BY 1
                     UNTIL WS-A > WS-AGD-COUNT
               IF WS-AGD-PAC-ID(WS-A) IS EQUAL TO RCL-PAC-ID
                 MOVE 'S' TO WS-JA-AGENDADO
                 MOVE WS-AGD-COUNT TO WS-A
               END-IF
             END-PERFORM
             IF WS-JA-AGENDADO IS EQUAL TO 'S'
               ADD 1 TO WS-QTD-JA-AGENDADOS
             ELSE
               PERFORM BUSCAR-VAGA
               IF WS-VAGA-ACHADA IS EQUAL TO 'S'
                 PERFORM MARCAR-CONSULTA
               ELSE
                 PERFORM LISTAR-SEM-VAGA
               END-IF
             END-IF
           END-IF.
      *
       BUSCAR-VAGA.
           MOVE 'N' TO WS-VAGA-ACHADA.
           PERFORM PROCURAR-VAGA-NO-DIA
             UNTIL WS-VAGA-ACHADA IS EQUAL TO 'S'
                OR WS-DIAS-TENTADOS IS NOT LESS THAN WS-HORIZONTE.
      *
      * PROFESSIONALS ARE TRIED IN AGENDMST ORDER, EACH FROM THE
      * FIRST SLOT OF THE DAY. A DAY WITH NO FREE SLOT LEFT MOVES THE
      * CURSOR ON TO THE NEXT BUSINESS DAY.
       PROCURAR-VAGA-NO-DIA.
           MOVE WS-DATA-CURSOR TO WS-DATA-DATECHK.
           CALL 'DATECHK' USING WS-FUNCAO-DATECHK
                                WS-DATA-DATECHK
                                WS-RETORNO-DATECHK
                                WS-DIA-SEMANA
           END-CALL.
      *
           IF WS-DIA-SEMANA IS GREATER THAN ZEROES AND
              WS-DIA-SEMANA IS LESS THAN 6
             PERFORM VARYING WS-P FROM 1 BY 1
                     UNTIL WS-P > WS-PRF-COUNT
                        OR WS-VAGA-ACHADA IS EQUAL TO 'S'
               IF WS-PRF-DIAS(WS-P)(WS-DIA-SEMANA:1) IS EQUAL TO 'S'
                 PERFORM VARYING WS-K FROM 1 BY 1
                         UNTIL WS-K > WS-PRF-SLOTS(WS-P)
                            OR WS-VAGA-ACHADA IS EQUAL TO 'S'
                   PERFORM VERIFICAR-HORARIO
                 END-PERFORM
               END-IF
             END-PERFORM
           END-IF.
      *
           IF WS-VAGA-ACHADA IS NOT EQUAL TO 'S'
             MOVE 'N'            TO WS-FUNCAO-CALCHK
             MOVE WS-DATA-CURSOR TO WS-DATA-CALCHK
             PERFORM CHAMAR-CALCHK
             MOVE WS-DATA-RESULT-CALCHK TO WS-DATA-CURSOR
             ADD 1 TO WS-DIAS-TENTADOS
           END-IF.
      *
       VERIFICAR-HORARIO.
           COMPUTE WS-MINUTOS = WS-PRF-MIN-INI(WS-P)
                              + (WS-K - 1) * WS-PRF-MIN-SLOT(WS-P).
           DIVIDE WS-MINUTOS BY 60 GIVING WS-HORAS
             REMAINDER WS-RESTO-MIN.
           COMPUTE WS-HORA-SLOT = WS-HORAS * 100 + WS-RESTO-MIN.
      *
           MOVE 'N' TO WS-HORARIO-OCUPADO.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AGD-COUNT
             IF WS-AGD-PROF-ID(WS-A) IS EQUAL TO WS-PRF-ID(WS-P) AND
                WS-AGD-DATA(WS-A) IS EQUAL TO WS-DATA-CURSOR AND
                WS-AGD-HORA(WS-A) IS EQUAL TO WS-HORA-SLOT
               MOVE 'S' TO WS-HORARIO-OCUPADO
               MOVE WS-AGD-COUNT TO WS-A
             END-IF
           END-PERFORM.
      *
           IF WS-HORARIO-OCUPADO IS EQUAL TO 'N'
             MOVE 'S'             TO WS-VAGA-ACHADA
             MOVE WS-PRF-ID(WS-P) TO WS-VAGA-PROF
             MOVE WS-HORA-SLOT    TO WS-VAGA-HORA
           END-IF.
      *
       MARCAR-CONSULTA.
           MOVE RCL-PAC-ID      TO WS-CG-PAC-ID.
           MOVE RCL-NOME        TO WS-CG-NOME.
           MOVE WS-VAGA-PROF    TO WS-CG-PROF-ID.
           MOVE WS-DATA-CURSOR  TO WS-CG-DATA.
           MOVE WS-VAGA-HORA    TO WS-CG-HORA.
           MOVE 'A'             TO WS-CG-SITUACAO.
           MOVE WS-RUN-DATE-NUM TO WS-CG-DATA-MARCACAO.
           PERFORM INCLUIR-AGENDA.
           MOVE 'S' TO WS-AGD-NOVA(WS-AGD-COUNT).
           PERFORM GRAVAR-CONSULTA.
           ADD 1 TO WS-QTD-AGENDADOS.
           ADD 1 TO WS-CONTROL-TOT.
      *
       LISTAR-SEM-VAGA.
           IF WS-QTD-SEM-VAGA IS EQUAL TO ZEROES
             MOVE SPACES TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             MOVE ' CONVOCADOS SEM VAGA NA AGENDA' TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
           ADD 1 TO WS-QTD-SEM-VAGA.
           MOVE RCL-PAC-ID      TO WS-SV-PAC-ID.
           MOVE RCL-NOME        TO WS-SV-NOME.
           MOVE RCL-DIAS-ATRASO TO WS-SV-ATRASO.
           MOVE 'SEM HORARIO NOS PROXIMOS 60 DIAS UTEIS'
             TO WS-SV-TEXTO.
           MOVE WS-SEM-VAGA-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * SORT INPUT PROCEDURE - EVERY FUTURE BOOKING, OLD AND NEW.
       LIBERAR-AGENDA.
           PERFORM VARYING WS-A FROM 1 BY 1
                   UNTIL WS-A > WS-AGD-COUNT
             MOVE WS-AGD-PROF-ID(WS-A) TO SRT-PROF-ID
             MOVE WS-AGD-DATA(WS-A)    TO SRT-DATA
             MOVE WS-AGD-HORA(WS-A)    TO SRT-HORA
             MOVE WS-AGD-PAC-ID(WS-A)  TO SRT-PAC-ID
             MOVE WS-AGD-NOME(WS-A)    TO SRT-NOME
             MOVE WS-AGD-NOVA(WS-A)    TO SRT-NOVA
             RELEASE SRT-REC
           END-PERFORM.
      *
       IMPRIMIR-AGENDA.
           PERFORM RETORNAR-CONSULTA
             WITH TEST AFTER
             UNTIL WS-FIM-SORT IS EQUAL TO 'Y'.
           IF WS-PROF-ANTERIOR IS NOT EQUAL TO SPACES
             PERFORM FECHAR-PROFISSIONAL
           END-IF.
      *
       RETORNAR-CONSULTA.
           RETURN SORT-FILE
             AT END
               MOVE 'Y' TO WS-FIM-SORT
           END-RETURN.
      *
           IF WS-FIM-SORT IS NOT EQUAL TO 'Y'
             IF SRT-PROF-ID IS NOT EQUAL TO WS-PROF-ANTERIOR
               IF WS-PROF-ANTERIOR IS NOT EQUAL TO SPACES
                 PERFORM FECHAR-PROFISSIONAL
               END-IF
               PERFORM ABRIR-PROFISSIONAL
             END-IF
             IF SRT-DATA IS NOT EQUAL TO WS-DATA-ANTERIOR
               MOVE SRT-DATA     TO WS-DATA-ANTERIOR
               MOVE SRT-DATA     TO WS-DATA-TRAB
               PERFORM EDITAR-DATA
               MOVE WS-DATA-EDIT TO WS-DL-DATA
               MOVE WS-DIA-LINE  TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
               MOVE WS-COL-HEADER TO REPORT-LINE
               PERFORM GRAVAR-LINHA-RELATORIO
             END-IF
             MOVE SRT-HORA       TO WS-HORA-SLOT
             PERFORM EDITAR-HORA
             MOVE WS-HORA-EDIT   TO WS-DT-HORA
             MOVE SRT-PAC-ID     TO WS-DT-PAC-ID
             MOVE SRT-NOME       TO WS-DT-NOME
             IF SRT-NOVA IS EQUAL TO 'S'
               MOVE 'NOVA'       TO WS-DT-NOVA
             ELSE
               MOVE 'ANTERIOR'   TO WS-DT-NOVA
             END-IF
             MOVE WS-DETAIL-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
             ADD 1 TO WS-QTD-PROF
           END-IF.
      *
      * A BOOKING FOR A PROFESSIONAL NO LONGER ON AGENDMST STILL
      * PRINTS - THE CLINIC HAS TO MOVE IT BY HAND.
       ABRIR-PROFISSIONAL.
           MOVE SRT-PROF-ID TO WS-PROF-ANTERIOR.
           MOVE ZEROES      TO WS-DATA-ANTERIOR.
           MOVE ZEROES      TO WS-QTD-PROF.
           MOVE ZEROES      TO WS-PRF-POS.
           PERFORM VARYING WS-P FROM 1 BY 1
                   UNTIL WS-P > WS-PRF-COUNT
             IF WS-PRF-ID(WS-P) IS EQUAL TO SRT-PROF-ID
               MOVE WS-P TO WS-PRF-POS
               MOVE WS-PRF-COUNT TO WS-P
             END-IF
           END-PERFORM.
           MOVE SRT-PROF-ID TO WS-PL-PROF-ID.
           IF WS-PRF-POS IS GREATER THAN ZEROES
             MOVE WS-PRF-NOME(WS-PRF-POS) TO WS-PL-NOME
           ELSE
             MOVE '*** FORA DO AGENDMST ***' TO WS-PL-NOME
           END-IF.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-PROF-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       FECHAR-PROFISSIONAL.
           MOVE WS-QTD-PROF      TO WS-TP-QTD.
           MOVE WS-TOT-PROF-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       EDITAR-DATA.
           MOVE WS-DTR-DD   TO WS-DATA-EDIT(1:2).
           MOVE '/'         TO WS-DATA-EDIT(3:1).
           MOVE WS-DTR-MM   TO WS-DATA-EDIT(4:2).
           MOVE '/'         TO WS-DATA-EDIT(6:1).
           MOVE WS-DTR-AAAA TO WS-DATA-EDIT(7:4).
      *
       EDITAR-HORA.
           MOVE WS-HORA-SLOT(1:2) TO WS-HE-HH.
           MOVE WS-HORA-SLOT(3:2) TO WS-HE-MM.
      *
       IMPRIMIR-RESUMO.
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CONVOCADOS NO RECALFIL' TO WS-SM-LIT.
           MOVE WS-QTD-CONVOCADOS TO WS-SM-QTD.
           MOVE WS-SUM-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'JA TINHAM CONSULTA MARCADA' TO WS-SM-LIT.
           MOVE WS-QTD-JA-AGENDADOS TO WS-SM-QTD.
           MOVE WS-SUM-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'AGENDADOS NESTA RODADA' TO WS-SM-LIT.
           MOVE WS-QTD-AGENDADOS  TO WS-SM-QTD.
           MOVE WS-SUM-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'SEM VAGA NA AGENDA' TO WS-SM-LIT.
           MOVE WS-QTD-SEM-VAGA   TO WS-SM-QTD.
           MOVE WS-SUM-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'CONSULTAS REALIZADAS BAIXADAS' TO WS-SM-LIT.
           MOVE WS-QTD-REALIZADAS TO WS-SM-QTD.
           MOVE WS-SUM-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'FALTAS (VER FALTARPT)' TO WS-SM-LIT.
           MOVE WS-QTD-FALTAS     TO WS-SM-QTD.
           MOVE WS-SUM-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE 'LINHAS DO AGENDMST IGNORADAS' TO WS-SM-LIT.
           MOVE WS-QTD-AGENDA-INVALIDA TO WS-SM-QTD.
           MOVE WS-SUM-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           MOVE SPACES TO FALTA-LINE.
           PERFORM GRAVAR-LINHA-FALTA.
           MOVE 'TOTAL DE FALTAS' TO WS-SM-LIT.
           MOVE WS-QTD-FALTAS     TO WS-SM-QTD.
           MOVE WS-SUM-LINE       TO FALTA-LINE.
           PERFORM GRAVAR-LINHA-FALTA.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
       GRAVAR-LINHA-FALTA.
           WRITE FALTA-LINE.
           MOVE WS-FALTA-STATUS TO WS-FILE-STATUS.
           MOVE 'FALTA-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       FINALIZAR.
           MOVE WS-RECS-READ    TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN    TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT  TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE RECALL-FILE.
           CLOSE AGENDA-MASTER.
           CLOSE CONSULTA-NEW.
           CLOSE REPORT-FILE.
           CLOSE FALTA-FILE.
      *
           COPY CPYFILCHK.
