      ******************************************************************
      * FILE NAME   : EXERC084                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : MONTHLY REFERRAL REPORT OVER THE EXERC083        *
      *               REGISTER (ENCREG) - FOR EACH OF THE LAST TWELVE  *
      *               REFERRAL MONTHS UP TO THE RUN MONTH: HOW MANY    *
      *               PATIENTS WERE REFERRED, HOW MANY WERE SEEN,      *
      *               DECLINED, UNREACHABLE OR ARE STILL OPEN, THE     *
      *               CLOSURE RATE AND THE AVERAGE DAYS FROM REFERRAL  *
      *               TO BEING SEEN BY THE SPECIALIST                  *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION. A REFERRAL COUNTS IN THE MONTH   *
      *                IT WAS MADE, WHATEVER MONTH IT WAS CLOSED IN;   *
      *                THE AVERAGE DAYS ONLY COVER REFERRALS SEEN.     *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC084.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTER-FILE  ASSIGN TO ENCREG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-ENC-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO ENCMRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  REGISTER-FILE.
       01  ENC-REC.
           05  ENC-PAC-ID         PIC 9(06).
           05  ENC-NOME           PIC X(30).
           05  ENC-IMC            PIC 9(03)V9(02).
           05  ENC-CLASSE         PIC X(09).
           05  ENC-DATA           PIC 9(08).
           05  ENC-SITUACAO       PIC X(01).
               88  ENC-ABERTO     VALUE SPACE.
               88  ENC-ATENDIDO   VALUE 'A'.
               88  ENC-RECUSADO   VALUE 'R'.
               88  ENC-INALCANCAVEL VALUE 'I'.
           05  ENC-DATA-DESFECHO  PIC 9(08).
           05  ENC-ESPECIALISTA   PIC X(30).
           05  ENC-DATA-COBRANCA  PIC 9(08).
           05  ENC-QTD-COBRANCAS  PIC 9(02).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-ENC-STATUS          PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
       01  WS-EOF-ENC             PIC X(01) VALUE 'N'.
      *
       01  WS-RUN-DATE.
           05  WS-RUN-YYYY        PIC 9(04).
           05  WS-RUN-MM          PIC 9(02).
           05  WS-RUN-DD          PIC 9(02).
       01  WS-RUN-DATE-EDIT       PIC X(10).
      *
      * TWELVE REFERRAL MONTHS, OLDEST FIRST, ENDING WITH THE RUN
      * MONTH. THE LAST OCCURRENCE IS THE TOTAL LINE.
       01  WS-MES-TAB.
           05  WS-MES-LINHA       OCCURS 13 TIMES.
               10  WS-MES-AAAAMM      PIC 9(06).
               10  WS-MES-VOLUME      PIC 9(05).
               10  WS-MES-ATENDIDOS   PIC 9(05).
               10  WS-MES-RECUSADOS   PIC 9(05).
               10  WS-MES-INALCANC    PIC 9(05).
               10  WS-MES-ABERTOS     PIC 9(05).
               10  WS-MES-DIAS-TOT    PIC 9(09).
       01  WS-M                   PIC 9(02) VALUE ZEROES.
       01  WS-ANO-MES             PIC 9(06) VALUE ZEROES.
       01  WS-ANO-MES-R REDEFINES WS-ANO-MES.
           05  WS-AM-AAAA         PIC 9(04).
           05  WS-AM-MM           PIC 9(02).
       01  WS-DIAS                PIC S9(07) VALUE ZEROES.
       01  WS-FECHADOS            PIC 9(05) VALUE ZEROES.
      *
       01  WS-COL-HEADER.
           05  FILLER             PIC X(45) VALUE
               ' MES       VOLUME  ATENDID.  RECUSAD.  INALC.'.
           05  FILLER             PIC X(35) VALUE
               '  ABERTOS  FECHAM.%  DIAS P/ATEND.'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MES          PIC X(07).
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-VOLUME       PIC ZZ.ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-ATENDIDOS    PIC ZZ.ZZ9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-RECUSADOS    PIC ZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-INALCANC     PIC ZZ.ZZ9.
           05  FILLER             PIC X(03) VALUE SPACES.
           05  WS-DT-ABERTOS      PIC ZZ.ZZ9.
           05  FILLER             PIC X(04) VALUE SPACES.
           05  WS-DT-TAXA         PIC ZZ9,9.
           05  FILLER             PIC X(09) VALUE SPACES.
           05  WS-DT-MEDIA-DIAS   PIC ZZZ9,9.
      *
           COPY CPYRPTHD.
           COPY CPYRPTTL.
      *
       01  WS-PAGE-NO             PIC 9(04) VALUE ZEROES.
       01  WS-RECS-READ           PIC 9(07) VALUE ZEROES.
       01  WS-RECS-WRTN           PIC 9(07) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM PROCESSAR-ENCAMINHAMENTO
             WITH TEST AFTER
             UNTIL WS-EOF-ENC IS EQUAL TO 'Y'.
      *
           PERFORM FINALIZAR.
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
           INITIALIZE WS-MES-TAB.
           MOVE WS-RUN-YYYY TO WS-AM-AAAA.
           MOVE WS-RUN-MM   TO WS-AM-MM.
           PERFORM VARYING WS-M FROM 12 BY -1 UNTIL WS-M < 1
             MOVE WS-ANO-MES TO WS-MES-AAAAMM(WS-M)
             IF WS-AM-MM IS EQUAL TO 1
               MOVE 12 TO WS-AM-MM
               SUBTRACT 1 FROM WS-AM-AAAA
             ELSE
               SUBTRACT 1 FROM WS-AM-MM
             END-IF
           END-PERFORM.
      *
      * NO ENCREG YET (FILE STATUS 35) - THE REPORT PRINTS ALL ZEROES.
           OPEN INPUT REGISTER-FILE.
           MOVE WS-ENC-STATUS TO WS-FILE-STATUS.
           IF WS-FILE-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-ENC
           ELSE
             MOVE 'REGISTER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC084'                      TO RP-HDR-PROGRAM.
           MOVE 'ENCAMINHAMENTOS - FECHAMENTO MENSAL' TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT                TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                      TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COL-HEADER                   TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
       PROCESSAR-ENCAMINHAMENTO.
           IF WS-EOF-ENC IS NOT EQUAL TO 'Y'
             READ REGISTER-FILE
               AT END
                 MOVE 'Y' TO WS-EOF-ENC
             END-READ
             MOVE WS-ENC-STATUS   TO WS-FILE-STATUS
             MOVE 'REGISTER-FILE' TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
           END-IF.
      *
           IF WS-EOF-ENC IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE ENC-DATA(1:6) TO WS-ANO-MES
             PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
               IF WS-MES-AAAAMM(WS-M) IS EQUAL TO WS-ANO-MES
                 PERFORM ACUMULAR-ENCAMINHAMENTO
                 MOVE 12 TO WS-M
               END-IF
             END-PERFORM
           END-IF.
      *
       ACUMULAR-ENCAMINHAMENTO.
           ADD 1 TO WS-MES-VOLUME(WS-M).
           EVALUATE TRUE
             WHEN ENC-ATENDIDO
               ADD 1 TO WS-MES-ATENDIDOS(WS-M)
               COMPUTE WS-DIAS =
                   FUNCTION INTEGER-OF-DATE(ENC-DATA-DESFECHO)
                   - FUNCTION INTEGER-OF-DATE(ENC-DATA)
               IF WS-DIAS IS GREATER THAN ZEROES
                 ADD WS-DIAS TO WS-MES-DIAS-TOT(WS-M)
               END-IF
             WHEN ENC-RECUSADO
               ADD 1 TO WS-MES-RECUSADOS(WS-M)
             WHEN ENC-INALCANCAVEL
               ADD 1 TO WS-MES-INALCANC(WS-M)
             WHEN OTHER
               ADD 1 TO WS-MES-ABERTOS(WS-M)
           END-EVALUATE.
      *
       IMPRIMIR-MES.
           MOVE SPACES TO WS-DT-MES.
           IF WS-M IS EQUAL TO 13
             MOVE 'TOTAL'                   TO WS-DT-MES
           ELSE
             MOVE WS-MES-AAAAMM(WS-M)       TO WS-ANO-MES
             MOVE WS-AM-MM                  TO WS-DT-MES(1:2)
             MOVE '/'                       TO WS-DT-MES(3:1)
             MOVE WS-AM-AAAA                TO WS-DT-MES(4:4)
           END-IF.
           MOVE WS-MES-VOLUME(WS-M)         TO WS-DT-VOLUME.
           MOVE WS-MES-ATENDIDOS(WS-M)      TO WS-DT-ATENDIDOS.
           MOVE WS-MES-RECUSADOS(WS-M)      TO WS-DT-RECUSADOS.
           MOVE WS-MES-INALCANC(WS-M)       TO WS-DT-INALCANC.
           MOVE WS-MES-ABERTOS(WS-M)        TO WS-DT-ABERTOS.
      *
           COMPUTE WS-FECHADOS = WS-MES-ATENDIDOS(WS-M)
                               + WS-MES-RECUSADOS(WS-M)
                               + WS-MES-INALCANC(WS-M).
           IF WS-MES-VOLUME(WS-M) IS GREATER THAN ZEROES
             COMPUTE WS-DT-TAXA ROUNDED =
                 WS-FECHADOS * 100 / WS-MES-VOLUME(WS-M)
           ELSE
             MOVE ZEROES TO WS-DT-TAXA
           END-IF.
           IF WS-MES-ATENDIDOS(WS-M) IS GREATER THAN ZEROES
             COMPUTE WS-DT-MEDIA-DIAS ROUNDED =
                 WS-MES-DIAS-TOT(WS-M) / WS-MES-ATENDIDOS(WS-M)
           ELSE
             MOVE ZEROES TO WS-DT-MEDIA-DIAS
           END-IF.
      *
           MOVE WS-DETAIL-LINE              TO REPORT-LINE.
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
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > 12
             ADD WS-MES-VOLUME(WS-M)    TO WS-MES-VOLUME(13)
             ADD WS-MES-ATENDIDOS(WS-M) TO WS-MES-ATENDIDOS(13)
             ADD WS-MES-RECUSADOS(WS-M) TO WS-MES-RECUSADOS(13)
             ADD WS-MES-INALCANC(WS-M)  TO WS-MES-INALCANC(13)
             ADD WS-MES-ABERTOS(WS-M)   TO WS-MES-ABERTOS(13)
             ADD WS-MES-DIAS-TOT(WS-M)  TO WS-MES-DIAS-TOT(13)
             PERFORM IMPRIMIR-MES
           END-PERFORM.
           MOVE 13 TO WS-M.
           PERFORM IMPRIMIR-MES.
      *
           MOVE WS-RECS-READ          TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN          TO RP-TRL-RECS-WRTN.
           MOVE WS-MES-VOLUME(13)     TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE       TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           IF WS-ENC-STATUS IS NOT EQUAL TO '35'
             CLOSE REGISTER-FILE
           END-IF.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
