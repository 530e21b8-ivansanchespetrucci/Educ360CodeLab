      ******************************************************************
      * FILE NAME   : EXERC112                                         *
      * DATE        : 2026-10-15                                       *
      * AUTHOR      : JM                                               *
      * DATA CENTER : COMPANY.EDUC360                                  *
      * PURPOSE     : NIGHT-BATCH RUN-TIME STATISTICS - DERIVES THE    *
      *               ELAPSED TIME OF EVERY NITECTL STEP FROM THE      *
      *               CONSECUTIVE RUNLOG RECORDS OF TONIGHT, SETS EACH *
      *               STEP AGAINST ITS RUNHIST AVERAGE OVER THE LAST   *
      *               30 NIGHTS (DURATION, RECORDS READ AND WRITTEN),  *
      *               FLAGS THE STEPS THAT DRIFTED AND THE ONES WHOSE  *
      *               INPUT DROPPED TO NEAR ZERO, AND PROJECTS THE END *
      *               OF THE STREAM AGAINST THE BATCH-WINDOW END TIME  *
      *               ON PARMMAST. THE HISTORY ROLLS FORWARD AS A      *
      *               RUNHNEW GENERATION                               *
      * MODIFICATION HISTORY                                           *
      * 2026-10-15 JM  FIRST VERSION - EXERC028 TELLS WHETHER THE      *
      *                NIGHT BALANCED BUT NOBODY WATCHED HOW LONG THE  *
      *                STEPS TOOK, AND THE WINDOW IS GETTING TIGHT.    *
      *                RUNLOG HOLDS ONLY THE END TIME OF EACH STEP, SO *
      *                A STEP'S DURATION IS THE GAP TO THE RECORD      *
      *                BEFORE IT - THE FIRST STEP OF THE NIGHT HAS NO  *
      *                DURATION. PARMMAST (PROGRAM EXERC112): HORA-FIM *
      *                WINDOW END HHMMSS (DEFAULT 060000), MARGEM-MIN  *
      *                WARNING MARGIN IN MINUTES (DEFAULT 030),        *
      *                DESVIO-PCT DRIFT TOLERANCE (DEFAULT 050) AND    *
      *                QUEDA-PCT NEAR-ZERO VOLUME (DEFAULT 05). A STEP *
      *                IS ONLY JUDGED AFTER 5 NIGHTS OF HISTORY. ANY   *
      *                FLAG ENDS THE RUN WITH RETURN-CODE 4.           *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXERC112.
       AUTHOR. JM.
      *
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE   ASSIGN TO NITECTL
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-CONTROL-STATUS.
      *
           SELECT RUNLOG-FILE    ASSIGN TO RUNLOG
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-RLG-STATUS.
      *
           SELECT HIST-FILE      ASSIGN TO RUNHIST
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HIST-STATUS.
      *
           SELECT HIST-NEW       ASSIGN TO RUNHNEW
                                  ORGANIZATION IS SEQUENTIAL
                                  FILE STATUS IS WS-HISTN-STATUS.
      *
           SELECT REPORT-FILE    ASSIGN TO RUNSTRPT
                                  ORGANIZATION IS LINE SEQUENTIAL
                                  FILE STATUS IS WS-REPORT-STATUS.
      *
       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE.
       01  CONTROL-REC.
           05  CTL-PROGRAMA       PIC X(08).
      *
       FD  RUNLOG-FILE.
       01  RUNLOG-REC             PIC X(51).
      *
      * ONE RECORD PER PROGRAM PER NIGHT, OLDEST FIRST.
       FD  HIST-FILE.
       01  RHS-REC.
           05  RHS-PROGRAMA       PIC X(08).
           05  RHS-DATA           PIC 9(08).
           05  RHS-DURACAO        PIC 9(05).
           05  RHS-RECS-READ      PIC 9(07).
           05  RHS-RECS-WRTN      PIC 9(07).
           05  FILLER             PIC X(05).
      *
       FD  HIST-NEW.
       01  RHSN-REC               PIC X(40).
      *
       FD  REPORT-FILE.
       01  REPORT-LINE            PIC X(100).
      *
       WORKING-STORAGE SECTION.
       01  WS-CONTROL-STATUS      PIC X(02) VALUE SPACES.
       01  WS-RLG-STATUS          PIC X(02) VALUE SPACES.
       01  WS-HIST-STATUS         PIC X(02) VALUE SPACES.
       01  WS-HISTN-STATUS        PIC X(02) VALUE SPACES.
       01  WS-REPORT-STATUS       PIC X(02) VALUE SPACES.
           COPY CPYFILWS.
           COPY CPYPRMWS.
       01  WS-EOF-CTL             PIC X(01) VALUE 'N'.
       01  WS-EOF-RLG             PIC X(01) VALUE 'N'.
       01  WS-EOF-HIST            PIC X(01) VALUE 'N'.
      *
           COPY CPYRUNLG.
      *
      * PARAMETERS, WITH THEIR DEFAULTS.
       01  WS-HORA-FIM            PIC 9(06) VALUE 060000.
       01  WS-MARGEM-MIN          PIC 9(03) VALUE 030.
       01  WS-DESVIO-PCT          PIC 9(03) VALUE 050.
       01  WS-QUEDA-PCT           PIC 9(02) VALUE 05.
       01  WS-MIN-NOITES          PIC 9(02) VALUE 05.
       01  WS-MAX-NOITES          PIC 9(02) VALUE 30.
      *
      * EXPECTED-STEP TABLE FROM NITECTL, FILLED IN WITH THE LATEST
      * RUNLOG RECORD OF TONIGHT PER PROGRAM AND WITH THE AVERAGES OF
      * ITS RUNHIST NIGHTS.
       01  WS-STP-TAB.
           05  WS-STP-LINHA       OCCURS 50 TIMES.
               10  WS-STP-PROGRAMA  PIC X(08).
               10  WS-STP-VISTO     PIC X(01).
               10  WS-STP-HORA      PIC 9(06).
               10  WS-STP-DUR-OK    PIC X(01).
               10  WS-STP-DURACAO   PIC 9(05).
               10  WS-STP-READ      PIC 9(07).
               10  WS-STP-WRTN      PIC 9(07).
               10  WS-STP-RC        PIC 9(02).
               10  WS-STP-HIST-QTD  PIC 9(03).
               10  WS-STP-SOMA-DUR  PIC 9(09).
               10  WS-STP-SOMA-READ PIC 9(11).
               10  WS-STP-SOMA-WRTN PIC 9(11).
               10  WS-STP-MED-DUR   PIC 9(05).
               10  WS-STP-MED-READ  PIC 9(07).
               10  WS-STP-MED-WRTN  PIC 9(07).
               10  WS-STP-DESCARTE  PIC 9(03).
       01  WS-STP-COUNT           PIC 9(02) VALUE ZEROES.
       01  WS-I                   PIC 9(02) VALUE ZEROES.
       01  WS-S                   PIC 9(02) VALUE ZEROES.
      *
      * RUNHIST IN MEMORY - AVERAGED, THEN REWRITTEN TO RUNHNEW
      * WITHOUT THE NIGHTS THAT FELL OUT OF THE 30-NIGHT WINDOW.
       01  WS-HIS-TAB.
           05  WS-HIS-LINHA       OCCURS 1 TO 3000 TIMES
                                   DEPENDING ON WS-HIS-COUNT.
               10  WS-HIS-PROGRAMA  PIC X(08).
               10  WS-HIS-DATA      PIC 9(08).
               10  WS-HIS-DURACAO   PIC 9(05).
               10  WS-HIS-READ      PIC 9(07).
               10  WS-HIS-WRTN      PIC 9(07).
       01  WS-HIS-COUNT           PIC 9(04) VALUE ZEROES.
       01  WS-H                   PIC 9(04) VALUE ZEROES.
      *
       01  WS-HOJE                PIC 9(08) VALUE ZEROES.
       01  WS-ANT-EXISTE          PIC X(01) VALUE 'N'.
       01  WS-ANT-SEG             PIC 9(05) VALUE ZEROES.
       01  WS-ATUAL-SEG           PIC 9(05) VALUE ZEROES.
       01  WS-ULT-FIM-SEG         PIC 9(05) VALUE ZEROES.
       01  WS-PROJ-FIM-SEG        PIC 9(06) VALUE ZEROES.
       01  WS-JANELA-FIM-SEG      PIC 9(05) VALUE ZEROES.
       01  WS-MARGEM-SEG          PIC 9(06) VALUE ZEROES.
       01  WS-FALTA-SEG           PIC 9(06) VALUE ZEROES.
       01  WS-LIMITE              PIC 9(09) VALUE ZEROES.
       01  WS-SEM-AVALIAR         PIC 9(02) VALUE ZEROES.
       01  WS-QTD-ALERTAS         PIC 9(03) VALUE ZEROES.
       01  WS-JANELA-ALERTA       PIC X(01) VALUE 'N'.
       01  WS-JANELA-AVISO        PIC X(01) VALUE 'N'.
      *
      * HHMMSS <-> SECONDS SINCE MIDNIGHT.
       01  WS-HORA-CONV           PIC 9(06) VALUE ZEROES.
       01  WS-HORA-CONV-R REDEFINES WS-HORA-CONV.
           05  WS-HC-HH           PIC 9(02).
           05  WS-HC-MM           PIC 9(02).
           05  WS-HC-SS           PIC 9(02).
       01  WS-SEG-CONV            PIC 9(06) VALUE ZEROES.
       01  WS-RESTO-SEG           PIC 9(06) VALUE ZEROES.
       01  WS-TEMPO-EDIT.
           05  WS-TE-HH           PIC 9(02).
           05  FILLER             PIC X(01) VALUE ':'.
           05  WS-TE-MM           PIC 9(02).
           05  FILLER             PIC X(01) VALUE ':'.
           05  WS-TE-SS           PIC 9(02).
      *
       01  WS-COLUNAS-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  FILLER             PIC X(10) VALUE 'PROGRAMA'.
           05  FILLER             PIC X(10) VALUE 'FIM'.
           05  FILLER             PIC X(10) VALUE 'DURACAO'.
           05  FILLER             PIC X(10) VALUE 'MEDIA'.
           05  FILLER             PIC X(08) VALUE ' LIDOS'.
           05  FILLER             PIC X(09) VALUE '   MEDIA'.
           05  FILLER             PIC X(08) VALUE ' GRAV.'.
           05  FILLER             PIC X(10) VALUE '   MEDIA'.
           05  FILLER             PIC X(24) VALUE 'SITUACAO'.
      *
       01  WS-DETAIL-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-PROGRAMA     PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-FIM          PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-DURACAO      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-MED-DUR      PIC X(08).
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-READ         PIC ZZZ.ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MED-READ     PIC ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-WRTN         PIC ZZZ.ZZ9.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-DT-MED-WRTN     PIC ZZZ.ZZ9.
           05  FILLER             PIC X(02) VALUE SPACES.
           05  WS-DT-FLAG         PIC X(24).
      *
       01  WS-JANELA-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-JL-LIT          PIC X(30).
           05  WS-JL-HORA         PIC X(08).
      *
       01  WS-SITUACAO-LINE.
           05  FILLER             PIC X(01) VALUE SPACE.
           05  WS-SI-LIT          PIC X(20) VALUE 'SITUACAO DA NOITE: '.
           05  WS-SI-SITUACAO     PIC X(40).
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
       01  WS-CONTROL-TOT         PIC S9(08)V9(02) VALUE ZEROES.
      *
       PROCEDURE DIVISION.
       MAIN.
           PERFORM INICIALIZAR.
      *
           PERFORM LER-PASSOS-ESPERADOS
             WITH TEST AFTER
             UNTIL WS-EOF-CTL IS EQUAL TO 'Y'.
      *
           PERFORM LER-RUNLOG
             WITH TEST AFTER
             UNTIL WS-EOF-RLG IS EQUAL TO 'Y'.
      *
           PERFORM CARREGAR-HISTORICO.
           PERFORM CALCULAR-MEDIAS.
           PERFORM IMPRIMIR-PASSOS.
           PERFORM PROJETAR-FIM-JANELA.
           PERFORM GRAVAR-NOVO-HISTORICO.
           PERFORM FINALIZAR.
      *
           IF WS-QTD-ALERTAS IS GREATER THAN ZEROES
             MOVE 4 TO RETURN-CODE
           END-IF.
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
           MOVE WS-RUN-DATE TO WS-HOJE.
      *
           PERFORM CARREGAR-PARAMETROS.
      *
           OPEN INPUT  CONTROL-FILE.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTROL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN INPUT  RUNLOG-FILE.
           MOVE WS-RLG-STATUS TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           OPEN OUTPUT REPORT-FILE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           MOVE 'EXERC112'                   TO RP-HDR-PROGRAM.
           MOVE 'TEMPOS E VOLUMES DA NOITE'  TO RP-HDR-TITLE.
           MOVE WS-RUN-DATE-EDIT              TO RP-HDR-RUN-DATE.
           ADD 1 TO WS-PAGE-NO.
           MOVE WS-PAGE-NO                    TO RP-HDR-PAGE.
           MOVE RP-HEADER-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-COLUNAS-LINE               TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * A VALUE THAT IS NOT A NUMERIC TYPE 'N' PARAMETER IS TREATED AS
      * NO PARAMETER AT ALL, SO THE DEFAULT STANDS.
       CARREGAR-PARAMETROS.
           MOVE 'EXERC112'     TO WS-PRM-PROGRAMA.
           MOVE 'HORA-FIM    ' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:6) IS NUMERIC
               MOVE WS-PRM-VALOR(1:6) TO WS-HORA-CONV
               IF WS-HC-HH IS LESS THAN 24 AND
                  WS-HC-MM IS LESS THAN 60 AND
                  WS-HC-SS IS LESS THAN 60
                 MOVE WS-HORA-CONV TO WS-HORA-FIM
               END-IF
             END-IF
           END-IF.
      *
           MOVE 'MARGEM-MIN  ' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-MARGEM-MIN
             END-IF
           END-IF.
      *
           MOVE 'DESVIO-PCT  ' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:3) IS NUMERIC
               MOVE WS-PRM-VALOR(1:3) TO WS-DESVIO-PCT
             END-IF
           END-IF.
      *
           MOVE 'QUEDA-PCT   ' TO WS-PRM-NOME.
           PERFORM BUSCAR-PARAMETRO.
           IF WS-PRM-RETORNO IS EQUAL TO ZEROES
             IF WS-PRM-TIPO IS EQUAL TO 'N' AND
                WS-PRM-VALOR(1:2) IS NUMERIC
               MOVE WS-PRM-VALOR(1:2) TO WS-QUEDA-PCT
             END-IF
           END-IF.
      *
           MOVE WS-HORA-FIM TO WS-HORA-CONV.
           PERFORM HORA-PARA-SEGUNDOS.
           MOVE WS-SEG-CONV TO WS-JANELA-FIM-SEG.
           COMPUTE WS-MARGEM-SEG = WS-MARGEM-MIN * 60.
      *
       LER-PASSOS-ESPERADOS.
           READ CONTROL-FILE
             AT END
               MOVE 'Y' TO WS-EOF-CTL
           END-READ.
           MOVE WS-CONTROL-STATUS TO WS-FILE-STATUS.
           MOVE 'CONTROL-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-CTL IS NOT EQUAL TO 'Y'
             IF WS-STP-COUNT IS NOT LESS THAN 50
               DISPLAY 'EXERC112 - MAIS DE 50 PASSOS NO NITECTL'
                       ' - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-STP-COUNT
             INITIALIZE WS-STP-LINHA(WS-STP-COUNT)
             MOVE CTL-PROGRAMA TO WS-STP-PROGRAMA(WS-STP-COUNT)
             MOVE 'N'          TO WS-STP-VISTO(WS-STP-COUNT)
             MOVE 'N'          TO WS-STP-DUR-OK(WS-STP-COUNT)
           END-IF.
      *
      * ONLY TONIGHT'S RECORDS COUNT, AS IN EXERC028. EACH RECORD
      * CLOSES THE GAP SINCE THE ONE BEFORE IT, WHATEVER PROGRAM
      * WROTE THAT ONE, AND THE LATEST RECORD PER PROGRAM WINS.
       LER-RUNLOG.
           READ RUNLOG-FILE
             AT END
               MOVE 'Y' TO WS-EOF-RLG
           END-READ.
           MOVE WS-RLG-STATUS TO WS-FILE-STATUS.
           MOVE 'RUNLOG-FILE' TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-RLG IS NOT EQUAL TO 'Y'
             ADD 1 TO WS-RECS-READ
             MOVE RUNLOG-REC TO WS-RUNLOG-REG
             IF RLG-DATA IS EQUAL TO WS-HOJE
               MOVE RLG-HORA TO WS-HORA-CONV
               PERFORM HORA-PARA-SEGUNDOS
               MOVE WS-SEG-CONV TO WS-ATUAL-SEG
               PERFORM ANOTAR-PASSO
               MOVE 'S'          TO WS-ANT-EXISTE
               MOVE WS-ATUAL-SEG TO WS-ANT-SEG
               IF WS-ATUAL-SEG IS GREATER THAN WS-ULT-FIM-SEG
                 MOVE WS-ATUAL-SEG TO WS-ULT-FIM-SEG
               END-IF
             END-IF
           END-IF.
      *
       ANOTAR-PASSO.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STP-COUNT
             IF WS-STP-PROGRAMA(WS-I) IS EQUAL TO RLG-PROGRAMA
               MOVE 'S'             TO WS-STP-VISTO(WS-I)
               MOVE RLG-HORA        TO WS-STP-HORA(WS-I)
               MOVE RLG-RECS-READ   TO WS-STP-READ(WS-I)
               MOVE RLG-RECS-WRTN   TO WS-STP-WRTN(WS-I)
               MOVE RLG-RC          TO WS-STP-RC(WS-I)
               IF WS-ANT-EXISTE IS EQUAL TO 'S' AND
                  WS-ATUAL-SEG IS NOT LESS THAN WS-ANT-SEG
                 MOVE 'S' TO WS-STP-DUR-OK(WS-I)
                 COMPUTE WS-STP-DURACAO(WS-I) =
                         WS-ATUAL-SEG - WS-ANT-SEG
               ELSE
                 MOVE 'N'    TO WS-STP-DUR-OK(WS-I)
                 MOVE ZEROES TO WS-STP-DURACAO(WS-I)
               END-IF
               MOVE WS-STP-COUNT    TO WS-I
             END-IF
           END-PERFORM.
      *
      * NO RUNHIST YET ON THE FIRST NIGHT - EVERY STEP STARTS ITS
      * HISTORY TONIGHT.
       CARREGAR-HISTORICO.
           OPEN INPUT HIST-FILE.
           IF WS-HIST-STATUS IS EQUAL TO '35'
             MOVE 'Y' TO WS-EOF-HIST
           ELSE
             MOVE WS-HIST-STATUS TO WS-FILE-STATUS
             MOVE 'HIST-FILE'    TO WS-FILE-ID
             PERFORM CHECK-FILE-STATUS
             PERFORM LER-HISTORICO
               WITH TEST AFTER
               UNTIL WS-EOF-HIST IS EQUAL TO 'Y'
             CLOSE HIST-FILE
           END-IF.
      *
       LER-HISTORICO.
           READ HIST-FILE
             AT END
               MOVE 'Y' TO WS-EOF-HIST
           END-READ.
           MOVE WS-HIST-STATUS TO WS-FILE-STATUS.
           MOVE 'HIST-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           IF WS-EOF-HIST IS NOT EQUAL TO 'Y'
             IF WS-HIS-COUNT IS NOT LESS THAN 3000
               DISPLAY 'EXERC112 - MAIS DE 3000 REGISTROS NO RUNHIST'
                       ' - RODADA ABORTADA'
               MOVE 16 TO RETURN-CODE
               GOBACK
             END-IF
             ADD 1 TO WS-HIS-COUNT
             MOVE RHS-PROGRAMA  TO WS-HIS-PROGRAMA(WS-HIS-COUNT)
             MOVE RHS-DATA      TO WS-HIS-DATA(WS-HIS-COUNT)
             MOVE RHS-DURACAO   TO WS-HIS-DURACAO(WS-HIS-COUNT)
             MOVE RHS-RECS-READ TO WS-HIS-READ(WS-HIS-COUNT)
             MOVE RHS-RECS-WRTN TO WS-HIS-WRTN(WS-HIS-COUNT)
           END-IF.
      *
      * A NIGHT ALREADY ON RUNHIST FOR TONIGHT'S DATE IS A RERUN OF
      * THIS STEP - IT IS LEFT OUT OF THE AVERAGE AND REPLACED. ONCE
      * TONIGHT IS ADDED, THE OLDEST NIGHTS BEYOND 30 ARE DROPPED.
       CALCULAR-MEDIAS.
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HIS-COUNT
             PERFORM LOCALIZAR-PASSO-HIST
             IF WS-S IS GREATER THAN ZEROES AND
                WS-HIS-DATA(WS-H) IS NOT EQUAL TO WS-HOJE
               ADD 1 TO WS-STP-HIST-QTD(WS-S)
               ADD WS-HIS-DURACAO(WS-H) TO WS-STP-SOMA-DUR(WS-S)
               ADD WS-HIS-READ(WS-H)    TO WS-STP-SOMA-READ(WS-S)
               ADD WS-HIS-WRTN(WS-H)    TO WS-STP-SOMA-WRTN(WS-S)
             END-IF
           END-PERFORM.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STP-COUNT
             IF WS-STP-HIST-QTD(WS-I) IS GREATER THAN ZEROES
               COMPUTE WS-STP-MED-DUR(WS-I) ROUNDED =
                       WS-STP-SOMA-DUR(WS-I) / WS-STP-HIST-QTD(WS-I)
               COMPUTE WS-STP-MED-READ(WS-I) ROUNDED =
                       WS-STP-SOMA-READ(WS-I) / WS-STP-HIST-QTD(WS-I)
               COMPUTE WS-STP-MED-WRTN(WS-I) ROUNDED =
                       WS-STP-SOMA-WRTN(WS-I) / WS-STP-HIST-QTD(WS-I)
             END-IF
             MOVE ZEROES TO WS-STP-DESCARTE(WS-I)
             IF WS-STP-VISTO(WS-I) IS EQUAL TO 'S' AND
                WS-STP-RC(WS-I) IS EQUAL TO ZEROES AND
                WS-STP-DUR-OK(WS-I) IS EQUAL TO 'S'
               IF WS-STP-HIST-QTD(WS-I) IS NOT LESS THAN WS-MAX-NOITES
                 COMPUTE WS-STP-DESCARTE(WS-I) =
                         WS-STP-HIST-QTD(WS-I) - WS-MAX-NOITES + 1
               END-IF
             ELSE
               IF WS-STP-HIST-QTD(WS-I) IS GREATER THAN WS-MAX-NOITES
                 COMPUTE WS-STP-DESCARTE(WS-I) =
                         WS-STP-HIST-QTD(WS-I) - WS-MAX-NOITES
               END-IF
             END-IF
           END-PERFORM.
      *
       LOCALIZAR-PASSO-HIST.
           MOVE ZEROES TO WS-S.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STP-COUNT
             IF WS-STP-PROGRAMA(WS-I) IS EQUAL TO
                WS-HIS-PROGRAMA(WS-H)
               MOVE WS-I TO WS-S
               MOVE WS-STP-COUNT TO WS-I
             END-IF
           END-PERFORM.
      *
      * ONE LINE PER EXPECTED STEP. THE MOST SERIOUS CONDITION WINS
      * THE SITUACAO COLUMN: NO RECORD OR A FAILED RUN (EXERC028
      * ALREADY STOPS THE NIGHT FOR THOSE), THEN INPUT DOWN TO NEAR
      * ZERO, THEN A DURATION OR VOLUME OUTSIDE THE TOLERANCE.
       IMPRIMIR-PASSOS.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STP-COUNT
             MOVE WS-STP-PROGRAMA(WS-I) TO WS-DT-PROGRAMA
             MOVE SPACES                TO WS-DT-FIM
             MOVE SPACES                TO WS-DT-DURACAO
             MOVE SPACES                TO WS-DT-MED-DUR
             IF WS-STP-VISTO(WS-I) IS EQUAL TO 'S'
               MOVE WS-STP-HORA(WS-I) TO WS-HORA-CONV
               PERFORM HORA-PARA-SEGUNDOS
               PERFORM EDITAR-TEMPO
               MOVE WS-TEMPO-EDIT TO WS-DT-FIM
             END-IF
             IF WS-STP-DUR-OK(WS-I) IS EQUAL TO 'S'
               MOVE WS-STP-DURACAO(WS-I) TO WS-SEG-CONV
               PERFORM EDITAR-TEMPO
               MOVE WS-TEMPO-EDIT TO WS-DT-DURACAO
             END-IF
             IF WS-STP-HIST-QTD(WS-I) IS GREATER THAN ZEROES
               MOVE WS-STP-MED-DUR(WS-I) TO WS-SEG-CONV
               PERFORM EDITAR-TEMPO
               MOVE WS-TEMPO-EDIT TO WS-DT-MED-DUR
             END-IF
             MOVE WS-STP-READ(WS-I)     TO WS-DT-READ
             MOVE WS-STP-MED-READ(WS-I) TO WS-DT-MED-READ
             MOVE WS-STP-WRTN(WS-I)     TO WS-DT-WRTN
             MOVE WS-STP-MED-WRTN(WS-I) TO WS-DT-MED-WRTN
             PERFORM AVALIAR-PASSO
             MOVE WS-DETAIL-LINE TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-PERFORM.
      *
       AVALIAR-PASSO.
           MOVE SPACES TO WS-DT-FLAG.
           EVALUATE TRUE
             WHEN WS-STP-VISTO(WS-I) IS EQUAL TO 'N'
               MOVE '** SEM REGISTRO **' TO WS-DT-FLAG
             WHEN WS-STP-RC(WS-I) IS GREATER THAN ZEROES
               MOVE '** RC NAO ZERO **' TO WS-DT-FLAG
             WHEN WS-STP-HIST-QTD(WS-I) IS LESS THAN WS-MIN-NOITES
               MOVE 'HISTORICO INSUFICIENTE' TO WS-DT-FLAG
             WHEN OTHER
               PERFORM COMPARAR-COM-MEDIA
           END-EVALUATE.
      *
       COMPARAR-COM-MEDIA.
           COMPUTE WS-LIMITE =
                   WS-STP-MED-READ(WS-I) * WS-QUEDA-PCT / 100.
           IF WS-STP-MED-READ(WS-I) IS GREATER THAN ZEROES AND
              WS-STP-READ(WS-I) IS NOT GREATER THAN WS-LIMITE
             MOVE '** VOLUME QUASE ZERO **' TO WS-DT-FLAG
             ADD 1 TO WS-QTD-ALERTAS
           END-IF.
      *
           IF WS-DT-FLAG IS EQUAL TO SPACES AND
              WS-STP-DUR-OK(WS-I) IS EQUAL TO 'S'
             COMPUTE WS-LIMITE = WS-STP-MED-DUR(WS-I)
                   + WS-STP-MED-DUR(WS-I) * WS-DESVIO-PCT / 100
             IF WS-STP-DURACAO(WS-I) IS GREATER THAN WS-LIMITE
               MOVE 'DURACAO ACIMA DA MEDIA' TO WS-DT-FLAG
               ADD 1 TO WS-QTD-ALERTAS
             END-IF
           END-IF.
      *
           IF WS-DT-FLAG IS EQUAL TO SPACES
             PERFORM COMPARAR-VOLUMES
           END-IF.
      *
       COMPARAR-VOLUMES.
           COMPUTE WS-LIMITE = WS-STP-MED-READ(WS-I)
                 + WS-STP-MED-READ(WS-I) * WS-DESVIO-PCT / 100.
           IF WS-STP-READ(WS-I) IS GREATER THAN WS-LIMITE
             MOVE 'VOLUME ACIMA DA MEDIA' TO WS-DT-FLAG
           END-IF.
           COMPUTE WS-LIMITE = WS-STP-MED-WRTN(WS-I)
                 + WS-STP-MED-WRTN(WS-I) * WS-DESVIO-PCT / 100.
           IF WS-STP-WRTN(WS-I) IS GREATER THAN WS-LIMITE
             MOVE 'VOLUME ACIMA DA MEDIA' TO WS-DT-FLAG
           END-IF.
      *
           IF WS-DESVIO-PCT IS LESS THAN 100
             COMPUTE WS-LIMITE = WS-STP-MED-READ(WS-I)
                   - WS-STP-MED-READ(WS-I) * WS-DESVIO-PCT / 100
             IF WS-STP-READ(WS-I) IS LESS THAN WS-LIMITE
               MOVE 'VOLUME ABAIXO DA MEDIA' TO WS-DT-FLAG
             END-IF
             COMPUTE WS-LIMITE = WS-STP-MED-WRTN(WS-I)
                   - WS-STP-MED-WRTN(WS-I) * WS-DESVIO-PCT / 100
             IF WS-STP-WRTN(WS-I) IS LESS THAN WS-LIMITE
               MOVE 'VOLUME ABAIXO DA MEDIA' TO WS-DT-FLAG
             END-IF
           END-IF.
      *
           IF WS-DT-FLAG IS NOT EQUAL TO SPACES
             ADD 1 TO WS-QTD-ALERTAS
           END-IF.
      *
      * THE STREAM ENDS, AT THE EARLIEST, AT THE LAST RECORD OF
      * TONIGHT PLUS THE AVERAGE DURATION OF EVERY STEP THAT HAS NOT
      * YET FINISHED CLEAN (STILL TO RUN OR TO BE RERUN). A STEP WITH
      * NO HISTORY ADDS NOTHING AND IS COUNTED ON THE REPORT.
       PROJETAR-FIM-JANELA.
           MOVE WS-ULT-FIM-SEG TO WS-PROJ-FIM-SEG.
           MOVE ZEROES         TO WS-SEM-AVALIAR.
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STP-COUNT
             IF WS-STP-VISTO(WS-I) IS EQUAL TO 'N' OR
                WS-STP-RC(WS-I) IS GREATER THAN ZEROES
               IF WS-STP-HIST-QTD(WS-I) IS GREATER THAN ZEROES
                 ADD WS-STP-MED-DUR(WS-I) TO WS-PROJ-FIM-SEG
               ELSE
                 ADD 1 TO WS-SEM-AVALIAR
               END-IF
             END-IF
           END-PERFORM.
      *
           IF WS-PROJ-FIM-SEG IS GREATER THAN WS-JANELA-FIM-SEG
             MOVE 'S' TO WS-JANELA-ALERTA
             ADD 1 TO WS-QTD-ALERTAS
           ELSE
             COMPUTE WS-FALTA-SEG =
                     WS-JANELA-FIM-SEG - WS-PROJ-FIM-SEG
             IF WS-FALTA-SEG IS LESS THAN WS-MARGEM-SEG
               MOVE 'S' TO WS-JANELA-AVISO
               ADD 1 TO WS-QTD-ALERTAS
             END-IF
           END-IF.
      *
           MOVE SPACES TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-JANELA-FIM-SEG TO WS-SEG-CONV.
           PERFORM EDITAR-TEMPO.
           MOVE 'FIM DA JANELA (PARMMAST):'   TO WS-JL-LIT.
           MOVE WS-TEMPO-EDIT                 TO WS-JL-HORA.
           MOVE WS-JANELA-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-ULT-FIM-SEG TO WS-SEG-CONV.
           PERFORM EDITAR-TEMPO.
           MOVE 'ULTIMO REGISTRO DA NOITE:'   TO WS-JL-LIT.
           MOVE WS-TEMPO-EDIT                 TO WS-JL-HORA.
           MOVE WS-JANELA-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           MOVE WS-PROJ-FIM-SEG TO WS-SEG-CONV.
           PERFORM EDITAR-TEMPO.
           MOVE 'FIM PROJETADO DA NOITE:'     TO WS-JL-LIT.
           MOVE WS-TEMPO-EDIT                 TO WS-JL-HORA.
           MOVE WS-JANELA-LINE                TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
           IF WS-SEM-AVALIAR IS GREATER THAN ZEROES
             MOVE 'PASSOS PENDENTES SEM MEDIA:' TO WS-JL-LIT
             MOVE SPACES                        TO WS-JL-HORA
             MOVE WS-SEM-AVALIAR                TO WS-JL-HORA(1:2)
             MOVE WS-JANELA-LINE                TO REPORT-LINE
             PERFORM GRAVAR-LINHA-RELATORIO
           END-IF.
      *
           EVALUATE TRUE
             WHEN WS-JANELA-ALERTA IS EQUAL TO 'S'
               MOVE '** PROJECAO ESTOURA A JANELA **'
                 TO WS-SI-SITUACAO
             WHEN WS-JANELA-AVISO IS EQUAL TO 'S'
               MOVE 'FIM PROJETADO DENTRO DA MARGEM MINIMA'
                 TO WS-SI-SITUACAO
             WHEN WS-QTD-ALERTAS IS GREATER THAN ZEROES
               MOVE 'PASSOS FORA DA MEDIA - VERIFICAR'
                 TO WS-SI-SITUACAO
             WHEN OTHER
               MOVE 'TEMPOS E VOLUMES NORMAIS' TO WS-SI-SITUACAO
           END-EVALUATE.
           MOVE WS-SITUACAO-LINE TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
      * THE KEPT NIGHTS, THEN TONIGHT FOR EVERY STEP THAT FINISHED
      * CLEAN WITH A KNOWN DURATION - A FAILED OR UNTIMED RUN WOULD
      * ONLY DISTORT THE AVERAGE.
       GRAVAR-NOVO-HISTORICO.
           OPEN OUTPUT HIST-NEW.
           MOVE WS-HISTN-STATUS TO WS-FILE-STATUS.
           MOVE 'HIST-NEW'      TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
           PERFORM VARYING WS-H FROM 1 BY 1
                   UNTIL WS-H > WS-HIS-COUNT
             PERFORM LOCALIZAR-PASSO-HIST
             EVALUATE TRUE
               WHEN WS-S IS EQUAL TO ZEROES
                 PERFORM GRAVAR-HIST-ANTIGO
               WHEN WS-HIS-DATA(WS-H) IS EQUAL TO WS-HOJE
                 CONTINUE
               WHEN WS-STP-DESCARTE(WS-S) IS GREATER THAN ZEROES
                 SUBTRACT 1 FROM WS-STP-DESCARTE(WS-S)
               WHEN OTHER
                 PERFORM GRAVAR-HIST-ANTIGO
             END-EVALUATE
           END-PERFORM.
      *
           PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STP-COUNT
             IF WS-STP-VISTO(WS-I) IS EQUAL TO 'S' AND
                WS-STP-RC(WS-I) IS EQUAL TO ZEROES AND
                WS-STP-DUR-OK(WS-I) IS EQUAL TO 'S'
               MOVE SPACES                TO RHS-REC
               MOVE WS-STP-PROGRAMA(WS-I) TO RHS-PROGRAMA
               MOVE WS-HOJE               TO RHS-DATA
               MOVE WS-STP-DURACAO(WS-I)  TO RHS-DURACAO
               MOVE WS-STP-READ(WS-I)     TO RHS-RECS-READ
               MOVE WS-STP-WRTN(WS-I)     TO RHS-RECS-WRTN
               PERFORM GRAVAR-HIST-NOVO
             END-IF
           END-PERFORM.
      *
           CLOSE HIST-NEW.
      *
       GRAVAR-HIST-ANTIGO.
           MOVE SPACES                 TO RHS-REC.
           MOVE WS-HIS-PROGRAMA(WS-H)  TO RHS-PROGRAMA.
           MOVE WS-HIS-DATA(WS-H)      TO RHS-DATA.
           MOVE WS-HIS-DURACAO(WS-H)   TO RHS-DURACAO.
           MOVE WS-HIS-READ(WS-H)      TO RHS-RECS-READ.
           MOVE WS-HIS-WRTN(WS-H)      TO RHS-RECS-WRTN.
           PERFORM GRAVAR-HIST-NOVO.
      *
       GRAVAR-HIST-NOVO.
           MOVE RHS-REC TO RHSN-REC.
           WRITE RHSN-REC.
           MOVE WS-HISTN-STATUS TO WS-FILE-STATUS.
           MOVE 'HIST-NEW'      TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
           ADD 1 TO WS-RECS-WRTN.
      *
       HORA-PARA-SEGUNDOS.
           COMPUTE WS-SEG-CONV =
                   WS-HC-HH * 3600 + WS-HC-MM * 60 + WS-HC-SS.
      *
      * A PROJECTION PAST MIDNIGHT PRINTS AS 24:00:00 OR LATER.
       EDITAR-TEMPO.
           DIVIDE WS-SEG-CONV BY 3600
             GIVING WS-TE-HH
             REMAINDER WS-RESTO-SEG.
           DIVIDE WS-RESTO-SEG BY 60
             GIVING WS-TE-MM
             REMAINDER WS-TE-SS.
      *
       GRAVAR-LINHA-RELATORIO.
           WRITE REPORT-LINE.
           MOVE WS-REPORT-STATUS TO WS-FILE-STATUS.
           MOVE 'REPORT-FILE'    TO WS-FILE-ID.
           PERFORM CHECK-FILE-STATUS.
      *
       FINALIZAR.
           MOVE WS-RECS-READ     TO RP-TRL-RECS-READ.
           MOVE WS-RECS-WRTN     TO RP-TRL-RECS-WRTN.
           MOVE WS-CONTROL-TOT   TO RP-TRL-CONTROL-TOT.
           MOVE RP-TRAILER-LINE  TO REPORT-LINE.
           PERFORM GRAVAR-LINHA-RELATORIO.
      *
           CLOSE CONTROL-FILE.
           CLOSE RUNLOG-FILE.
           CLOSE REPORT-FILE.
      *
           COPY CPYFILCHK.
           COPY CPYPRMPD.
